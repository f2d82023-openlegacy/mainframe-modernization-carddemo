           05  LK-OUTPUT-CARD-DATA.
               10  LK-OUT-CARD-NUM           PIC X(16).
               10  LK-OUT-CARD-ACCT-ID       PIC 9(11).
               10  LK-OUT-CARD-EMBOSSED-NAME PIC X(50).
               10  LK-OUT-CARD-EXPIRY-DATE   PIC X(10).
               10  LK-OUT-CARD-STATUS        PIC X(01).

           MOVE CARD-NUM              TO LK-OUT-CARD-NUM
           MOVE CARD-ACCT-ID          TO LK-OUT-CARD-ACCT-ID
           MOVE CARD-EMBOSSED-NAME    TO LK-OUT-CARD-EMBOSSED-NAME
           MOVE CARD-EXPIRAION-DATE   TO LK-OUT-CARD-EXPIRY-DATE
           MOVE CARD-ACTIVE-STATUS    TO LK-OUT-CARD-STATUS.
