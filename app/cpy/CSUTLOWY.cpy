      ******************************************************************
      * Copybook:    CSUTLOWY
      * Purpose:     Working-storage fields for the settlement payment
      *              tracking procedure logic (paired with procedure
      *              copybook CSUTLOPL).
      ******************************************************************
           10  WS-STLT-ACCT-ID                   PIC S9(11) COMP-3.
           10  WS-STLT-PAY-AMT                   PIC S9(10)V99
                                                  COMP-3.
           10  WS-STLT-PAY-DATE                  PIC X(10).
           10  WS-STLT-SQL-STATUS                PIC S9(09) COMP.
           10  WS-STLT-ERR-FLG                   PIC X(01).
               88  STLT-ERR-ON                    VALUE 'Y'.
               88  STLT-ERR-OFF                   VALUE 'N'.
