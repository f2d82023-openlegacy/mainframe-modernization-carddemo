      ******************************************************************
      * Copybook:    CVCCK02Y
      * Purpose:     Convenience-check stop-payment record layout
      *              (CHKSTOP / CKS_ACCT_ID + CKS_SERIAL_FROM +
      *              CKS_STOP_TS) - one row per stop a CSR places
      *              through COCCK01A on a single check (FROM = TO)
      *              or a run of serials. The presentment run
      *              CBCCK02A returns any item whose serial falls in
      *              an active stop; a stop stays active until it is
      *              released.
      ******************************************************************
       01  CHECK-STOP-RECORD.
           05  CKS-ACCT-ID                       PIC S9(11) COMP-3.
           05  CKS-SERIAL-FROM                   PIC 9(07).
           05  CKS-SERIAL-TO                     PIC 9(07).
           05  CKS-REASON-CD                     PIC X(02).
               88  CKS-REASON-LOST-STOLEN        VALUE 'LS'.
               88  CKS-REASON-CUST-REQUEST       VALUE 'CR'.
               88  CKS-REASON-FRAUD              VALUE 'FR'.
               88  CKS-REASON-VALID              VALUE 'LS' 'CR'
                                                       'FR'.
      * Amount on the check when the customer knows it - zero stops
      * the serial whatever it is written for.
           05  CKS-AMT                           PIC S9(09)V99 COMP-3.
           05  CKS-STATUS                        PIC X(01).
               88  CKS-STATUS-ACTIVE             VALUE 'A'.
               88  CKS-STATUS-RELEASED           VALUE 'R'.
           05  CKS-USER-ID                       PIC X(08).
           05  CKS-STOP-TS                       PIC X(26).
           05  CKS-RELEASE-USER-ID               PIC X(08).
           05  CKS-RELEASE-TS                    PIC X(26).
