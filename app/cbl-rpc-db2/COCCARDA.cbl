           10  HV-CARD-NUM             PIC X(16).
           10  HV-CARD-ACCT-ID         PIC S9(11) COMP-3.
           10  HV-CARD-ACTIVE-STATUS   PIC X(01).
           10  HV-CARD-EMBOSSED-NAME   PIC X(50).
           10  HV-CARD-EXPIRY-DATE     PIC X(10).
           10  HV-CARD-CREAT-DATE      PIC X(10).
                   15  LK-OUT-CARD-NUM  PIC X(16).
                   15  LK-OUT-CARD-ACCT-ID PIC S9(11) COMP-3.
                   15  LK-OUT-CARD-STATUS PIC X(01).
                   15  LK-OUT-CARD-NAME PIC X(50).
                   15  LK-OUT-CARD-EXPIRY-DATE PIC X(10).
                   15  LK-OUT-CARD-CREAT-DATE PIC X(10).
                SELECT C.CARD_NUM,
                       C.CARD_ACCT_ID,
                       C.CARD_ACTIVE_STATUS,
                       C.CARD_EMBOSSED_NAME,
                       C.CARD_EXPIRY_DATE,
                       C.CARD_CREAT_DATE,
                INTO :HV-CARD-NUM,
                     :HV-CARD-ACCT-ID,
                     :HV-CARD-ACTIVE-STATUS,
                     :HV-CARD-EMBOSSED-NAME,
                     :HV-CARD-EXPIRY-DATE,
                     :HV-CARD-CREAT-DATE,
                            LK-OUT-CARD-ACCT-ID(WS-CARD-COUNT)
                       MOVE HV-CARD-ACTIVE-STATUS TO
                            LK-OUT-CARD-STATUS(WS-CARD-COUNT)
                       MOVE HV-CARD-EMBOSSED-NAME TO
                            LK-OUT-CARD-NAME(WS-CARD-COUNT)
                       MOVE HV-CARD-EXPIRY-DATE TO
                       LK-OUT-CARD-ACCT-ID(WS-CARD-INDEX)
               DISPLAY 'COCCARDA: CARD[' WS-CARD-INDEX '] STATUS: '
                       LK-OUT-CARD-STATUS(WS-CARD-INDEX)
               DISPLAY 'COCCARDA: CARD[' WS-CARD-INDEX '] NAME: '
                       LK-OUT-CARD-NAME(WS-CARD-INDEX)
               DISPLAY 'COCCARDA: CARD[' WS-CARD-INDEX '] EXPIRY: '
