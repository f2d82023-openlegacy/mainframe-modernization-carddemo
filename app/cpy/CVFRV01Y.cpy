      ******************************************************************
      * Copybook:    CVFRV01Y
      * Purpose:     Fee / interest reversal record layout (FEEREV /
      *              FRV_REV_TRAN_ID) - one row per reversal a CSR
      *              posts through COFRV01A against a specific fee
      *              (type 03) or interest (type 02) TRANSACT row, in
      *              the same unit of work as the reversal itself. A
      *              reversal above the keying user's dollar authority
      *              (SEC_ROLE_FUNC RF_AUTH_LIMIT_AMT) waits on PENDCHG
      *              and lands here only when a checker approves it.
      *              Goodwill reversals on the account in the rolling
      *              twelve months are counted from these rows, and
      *              the monthly concessions report CBACT99A reads
      *              them by user and reason.
      ******************************************************************
       01  FEE-REVERSAL-RECORD.
      * The reversal posted - TRANSACT row carrying the charge's
      * TRAN_ID in TRAN_REVERSAL_ID
           05  FRV-REV-TRAN-ID                   PIC X(16).
           05  FRV-ACCT-ID                       PIC S9(11) COMP-3.
           05  FRV-ORIG-TRAN-ID                  PIC X(16).
           05  FRV-ORIG-TYPE-CD                  PIC X(02).
               88  FRV-ORIG-INTEREST             VALUE '02'.
               88  FRV-ORIG-FEE                  VALUE '03'.
      * Amount given back - positive; posted as a negative TRAN_AMT
           05  FRV-REV-AMT                       PIC S9(09)V99 COMP-3.
           05  FRV-REASON-CD                     PIC X(02).
               88  FRV-REASON-GOODWILL           VALUE 'GW'.
               88  FRV-REASON-BANK-ERROR         VALUE 'BE'.
               88  FRV-REASON-PAYMENT-DELAY      VALUE 'PD'.
               88  FRV-REASON-HARDSHIP           VALUE 'HS'.
               88  FRV-REASON-DISPUTE            VALUE 'DS'.
               88  FRV-REASON-VALID              VALUE 'GW' 'BE'
                                                       'PD' 'HS'
                                                       'DS'.
      * Who keyed it, and who approved it when it was above the
      * maker's authority (spaces when posted within it)
           05  FRV-MAKER-ID                      PIC X(08).
           05  FRV-APPROVER-ID                   PIC X(08).
      * PENDCHG row the reversal waited on - zero when posted direct
           05  FRV-CHG-ID                        PIC S9(18) COMP-3.
           05  FRV-POST-DATE                     PIC X(10).
           05  FRV-POST-TS                       PIC X(26).
