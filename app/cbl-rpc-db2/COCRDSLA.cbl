       01  HV-CARD-VARIABLES.
           05  HV-CARD-NUM                    PIC X(16).
           05  HV-CARD-ACCT-ID                PIC S9(11) COMP-3.
           05  HV-CARD-EMBOSSED-NAME          PIC X(50).
           05  HV-CARD-EXPIRAION-DATE         PIC X(10).
           05  HV-CARD-ACTIVE-STATUS          PIC X(1).
           05  LK-OUTPUT-CARD-DATA.
               10  LK-OUT-CARD-NUM           PIC X(16).
               10  LK-OUT-CARD-ACCT-ID       PIC 9(11).
               10  LK-OUT-CARD-EMBOSSED-NAME PIC X(50).
               10  LK-OUT-CARD-EXPIRY-DATE   PIC X(10).
               10  LK-OUT-CARD-STATUS        PIC X(01).
           EXEC SQL
                SELECT CARD_NUM,
                       CARD_ACCT_ID,
                       CARD_EMBOSSED_NAME,
                       CARD_EXPIRY_DATE,
                       CARD_ACTIVE_STATUS
                INTO   :HV-CARD-NUM,
                       :HV-CARD-ACCT-ID,
                       :HV-CARD-EMBOSSED-NAME,
                       :HV-CARD-EXPIRAION-DATE,
                       :HV-CARD-ACTIVE-STATUS
           EXEC SQL
                SELECT CARD_NUM,
                       CARD_ACCT_ID,
                       CARD_EMBOSSED_NAME,
                       CARD_EXPIRY_DATE,
                       CARD_ACTIVE_STATUS
                INTO   :HV-CARD-NUM,
                       :HV-CARD-ACCT-ID,
                       :HV-CARD-EMBOSSED-NAME,
                       :HV-CARD-EXPIRAION-DATE,
                       :HV-CARD-ACTIVE-STATUS

           MOVE HV-CARD-NUM              TO LK-OUT-CARD-NUM
           MOVE HV-CARD-ACCT-ID          TO LK-OUT-CARD-ACCT-ID
           MOVE HV-CARD-EMBOSSED-NAME    TO LK-OUT-CARD-EMBOSSED-NAME
           MOVE HV-CARD-EXPIRAION-DATE   TO LK-OUT-CARD-EXPIRY-DATE
           MOVE HV-CARD-ACTIVE-STATUS    TO LK-OUT-CARD-STATUS.
