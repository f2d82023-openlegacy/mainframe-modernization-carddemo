               88  DSP-STATUS-OPEN                VALUE 'O'.
               88  DSP-STATUS-APPROVED            VALUE 'A'.
               88  DSP-STATUS-DENIED              VALUE 'D'.
               88  DSP-STATUS-CREDITED            VALUE 'C'.
           05  DSP-CHARGEBACK-TRAN-ID             PIC X(16).
           05  DSP-CREATE-TS                      PIC X(26).
           05  DSP-RESOLVE-TS                     PIC X(26).
           05  DSP-NETWORK-SENT-TS                PIC X(26).
           05  DSP-REPRESENT-TS                   PIC X(26).
           05  DSP-REPRESENT-REF                  PIC X(20).
      * Merchant credit matched to the dispute (CSUTL2PL) - the
      * latest credit linked and the running total of the disputed
      * amount merchant credits have covered. DSP_TRAN_AMT is
      * reduced by each covered amount, so it always holds what is
      * still in dispute; a dispute the merchant has refunded in
      * full is closed Credited.
           05  DSP-CREDIT-TRAN-ID                 PIC X(16).
           05  DSP-CREDIT-MATCHED-AMT             PIC S9(10)V99
                                                   COMP-3.
