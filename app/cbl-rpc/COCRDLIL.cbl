          05 WS-TEMP-CARD-DATA OCCURS 7 TIMES.
             10 WS-TEMP-CARD-NUM           PIC X(16).
             10 WS-TEMP-CARD-ACCT-ID       PIC 9(11).
             10 WS-TEMP-CARD-EMBOSSED-NM   PIC X(50).
             10 WS-TEMP-CARD-EXPIR-DATE    PIC X(10).
             10 WS-TEMP-CARD-ACTIVE-ST     PIC X(01).
                                                       LK-RECORDS-COUNT.
                       20  LK-CARD-NUM                 PIC X(16).
                       20  LK-CARD-ACCT-ID             PIC 9(11).
                       20  LK-CARD-EMBOSSED-NAME       PIC X(50).
                       20  LK-CARD-EXPIRATION-DATE     PIC X(10).
                       20  LK-CARD-ACTIVE-STATUS       PIC X(01).
                LK-CARD-NUM(LK-RECORDS-COUNT)
           MOVE CARD-ACCT-ID TO
                LK-CARD-ACCT-ID(LK-RECORDS-COUNT)
           MOVE CARD-EMBOSSED-NAME TO
                LK-CARD-EMBOSSED-NAME(LK-RECORDS-COUNT)
           MOVE CARD-EXPIRAION-DATE TO
                                WS-TEMP-CARD-NUM(WS-TEMP-CARD-COUNT)
                           MOVE CARD-ACCT-ID TO
                               WS-TEMP-CARD-ACCT-ID(WS-TEMP-CARD-COUNT)
                           MOVE CARD-EMBOSSED-NAME TO
                            WS-TEMP-CARD-EMBOSSED-NM(WS-TEMP-CARD-COUNT)
                           MOVE CARD-EXPIRAION-DATE TO
                            LK-CARD-NUM(LK-RECORDS-COUNT)
                       MOVE WS-TEMP-CARD-ACCT-ID(WS-IDX) TO
                            LK-CARD-ACCT-ID(LK-RECORDS-COUNT)
                       MOVE WS-TEMP-CARD-EMBOSSED-NM(WS-IDX) TO
                            LK-CARD-EMBOSSED-NAME(LK-RECORDS-COUNT)
                       MOVE WS-TEMP-CARD-EXPIR-DATE(WS-IDX) TO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE SPACES TO LK-CARD-NUM(WS-IDX)
               MOVE ZEROS TO LK-CARD-ACCT-ID(WS-IDX)
               MOVE SPACES TO LK-CARD-EMBOSSED-NAME(WS-IDX)
               MOVE SPACES TO LK-CARD-EXPIRATION-DATE(WS-IDX)
               MOVE SPACES TO LK-CARD-ACTIVE-STATUS(WS-IDX)
