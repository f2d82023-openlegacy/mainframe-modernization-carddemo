                   20  WS-CCARDA-CARD-NUM  PIC X(16).
                   20  WS-CCARDA-CARD-ACCT-ID PIC S9(11) COMP-3.
                   20  WS-CCARDA-CARD-STATUS PIC X(01).
                   20  WS-CCARDA-CARD-NAME PIC X(50).
                   20  WS-CCARDA-CARD-EXPIRY-DATE PIC X(10).
                   20  WS-CCARDA-CARD-CREAT-DATE PIC X(10).
