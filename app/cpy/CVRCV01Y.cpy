      *              RCV_ACCT_ID) - one row per charged-off account,
      *              written by the charge-off batch CBACT25A when it
      *              moves the dead balance off the receivable, and
      *              updated as later recovery payments arrive
      *              against it - keyed by hand through CORCV01A, or
      *              remitted by a collection agency through CBACT89A.
      ******************************************************************
       01  RECOVERY-RECORD.
           05  RCV-ACCT-ID                       PIC S9(11) COMP-3.
                                                  COMP-3.
           05  RCV-RECOVERED-AMT                 PIC S9(10)V99
                                                  COMP-3.
      * Commission kept by collection agencies out of what the
      * debtor paid them - RCV-RECOVERED-AMT is what reached us, so
      * the debtor has paid the two together. The recovery closes
      * when that sum covers the charged-off amount.
           05  RCV-AGY-COMMISSION-AMT            PIC S9(10)V99
                                                  COMP-3.
           05  RCV-STATUS                        PIC X(01).
               88  RCV-STATUS-OPEN               VALUE 'O'.
               88  RCV-STATUS-CLOSED             VALUE 'C'.
