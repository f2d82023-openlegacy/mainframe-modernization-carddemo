                                                  LK-RECORDS-COUNT.
                       20  LK-CARD-NUM            PIC X(16).
                       20  LK-CARD-ACCT-ID        PIC 9(11).
                       20  LK-CARD-EMBOSSED-NAME  PIC X(50).
                       20  LK-CARD-EXPIRATION-DATE PIC X(10).
                       20  LK-CARD-ACTIVE-STATUS  PIC X(01).
