      ******************************************************************
      * Copybook:    CSUTLVWY
      * Purpose:     Working-storage fields for the card security code
      *              procedure logic (paired with procedure copybook
      *              CSUTLVPL). The calling program also declares the
      *              HASH-PASSWORD fields (copybook CSUTLPWY).
      ******************************************************************
           10  WS-CVV-CARD-NUM                   PIC X(16).
           10  WS-CVV-CODE                       PIC X(03).
           10  WS-CVV-CODE-N REDEFINES WS-CVV-CODE
                                                 PIC 9(03).
           10  WS-CVV-DIGEST                     PIC X(08).
           10  WS-CVV-SEED-TS                    PIC X(21).
           10  WS-CVV-SEED-TIME-N                PIC 9(08).
           10  WS-CVV-SEED-CARD-N                PIC 9(09).
           10  WS-CVV-SEED-VAL                   PIC S9(18) COMP-3.
           10  WS-CVV-RANDOM-VAL                 PIC 9(09).
