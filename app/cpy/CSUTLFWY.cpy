      ******************************************************************
      * Copybook:    CSUTLFWY
      * Purpose:     Working-storage fields for generic batch payment
      *              posting procedure logic (paired with procedure
      *              copybook CSUTLFPL).
      ******************************************************************
      * Caller sets these before PAYMENT-POST
           10  WS-PAYP-ACCT-ID                   PIC S9(11) COMP-3.
           10  WS-PAYP-CARD-NUM                  PIC X(16).
      * Amount paid - positive; posted as a negative TRAN_AMT
           10  WS-PAYP-PAY-AMT                   PIC S9(10)V99 COMP-3.
           10  WS-PAYP-SOURCE                    PIC X(10).
           10  WS-PAYP-DESC                      PIC X(50).
           10  WS-PAYP-TRAN-TS                   PIC X(26).
      * Returned - the payment's TRANSACT key
           10  WS-PAYP-TRAN-ID                   PIC X(16).
      * Work fields
           10  WS-PAYP-TRAN-ID-SEQ               PIC S9(18) COMP-3.
           10  WS-PAYP-TRAN-ID-N                 PIC 9(16).
           10  WS-PAYP-TRAN-AMT                  PIC S9(10)V99 COMP-3.
           10  WS-PAYP-BAL-INTEREST              PIC S9(10)V99 COMP-3.
           10  WS-PAYP-BAL-FEES                  PIC S9(10)V99 COMP-3.
           10  WS-PAYP-CASH-BAL                  PIC S9(10)V99 COMP-3.
           10  WS-PAYP-BAL-PURCHASES             PIC S9(10)V99 COMP-3.
           10  WS-PAYP-ALLOC-REMAINING           PIC S9(10)V99 COMP-3.
           10  WS-PAYP-ALLOC-PORTION             PIC S9(10)V99 COMP-3.
           10  WS-PAYP-SQL-STATUS                PIC S9(09) COMP.
           10  WS-PAYP-ERR-FLG                   PIC X(01).
               88  PAYP-ERR-ON                    VALUE 'Y'.
               88  PAYP-ERR-OFF                   VALUE 'N'.
