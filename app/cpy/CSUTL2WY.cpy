      ******************************************************************
      * Copybook:    CSUTL2WY
      * Purpose:     Working-storage fields for the merchant credit to
      *              dispute matching procedure logic (paired with
      *              procedure copybook CSUTL2PL). The caller sets the
      *              credit it has just posted, then PERFORMs
      *              MATCH-CREDIT-TO-DISPUTE.
      ******************************************************************
           10  WS-DCM-CREDIT-TRAN-ID             PIC X(16).
           10  WS-DCM-ACCT-ID                    PIC S9(11) COMP-3.
           10  WS-DCM-CARD-NUM                   PIC X(16).
           10  WS-DCM-MERCHANT-ID                PIC S9(09) COMP.
      * The credit as a positive amount
           10  WS-DCM-CREDIT-AMT                 PIC S9(10)V99 COMP-3.
           10  WS-DCM-SOURCE-PGM                 PIC X(08).
           10  WS-DCM-TRAN-TS                    PIC X(26).
      * Returned - F full, P partial, N near miss, space no dispute
           10  WS-DCM-RESULT                     PIC X(01).
               88  DCM-RESULT-FULL                VALUE 'F'.
               88  DCM-RESULT-PARTIAL             VALUE 'P'.
               88  DCM-RESULT-NEAR-MISS           VALUE 'N'.
               88  DCM-RESULT-NONE                VALUE ' '.
           10  WS-DCM-NEAR-REASON                PIC X(04).
           10  WS-DCM-DISPUTE-ID                 PIC S9(18) COMP-3.
           10  WS-DCM-COVERED-AMT                PIC S9(10)V99 COMP-3.
           10  WS-DCM-REVERSAL-TRAN-ID           PIC X(16).
      * Work - the candidate dispute
           10  WS-DCM-DSP-STATUS                 PIC X(01).
           10  WS-DCM-DSP-AMT                    PIC S9(10)V99 COMP-3.
           10  WS-DCM-PROV-TRAN-ID               PIC X(16).
           10  WS-DCM-PROV-REV-TRAN-ID           PIC X(16).
           10  WS-DCM-NET-STATUS                 PIC X(01).
           10  WS-DCM-REV-TYPE-CD                PIC X(02).
           10  WS-DCM-REV-DESC                   PIC X(50).
           10  WS-DCM-REV-AMT                    PIC S9(10)V99 COMP-3.
           10  WS-DCM-ID-SEQ                     PIC S9(18) COMP-3.
           10  WS-DCM-TRAN-ID-N                  PIC 9(16).
           10  WS-DCM-DISPUTE-ID-EDIT            PIC 9(18).
           10  WS-DCM-SQL-STATUS                 PIC S9(09) COMP.
           10  WS-DCM-SQLCODE-DISPLAY            PIC -9(09).
           10  WS-DCM-ERR-FLG                    PIC X(01).
               88  DCM-ERR-ON                     VALUE 'Y'.
               88  DCM-ERR-OFF                    VALUE 'N'.
