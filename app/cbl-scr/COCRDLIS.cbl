           10  CARD-ACCT-ID-X                      PIC X(11).
           10  CARD-ACCT-ID-N REDEFINES CARD-ACCT-ID-X
                                                   PIC 9(11).
           10  FLG-PROTECT-SELECT-ROWS             PIC X(1).
           88  FLG-PROTECT-SELECT-ROWS-NO          VALUE '0'.
           88  FLG-PROTECT-SELECT-ROWS-YES         VALUE '1'.
         05  LIT-MENUMAP                            PIC X(7)
             VALUE 'COMEN1A'.
         05  LIT-CARDDTLPGM                         PIC X(8)
             VALUE 'COCRDSLU'.
         05  LIT-CARDDTLTRANID                      PIC X(4)
             VALUE 'AAS6'.
         05  LIT-CARDDTLMAPSET                      PIC X(7)
             VALUE 'COCRDSL'.
         05  LIT-CARDDTLMAP                         PIC X(7)
                                                       LK-RECORDS-COUNT.
                       20  LK-CARD-NUM                 PIC X(16).
                       20  LK-CARD-ACCT-ID             PIC 9(11).
                       20  LK-CARD-EMBOSSED-NAME       PIC X(50).
                       20  LK-CARD-EXPIRATION-DATE     PIC X(10).
                       20  LK-CARD-ACTIVE-STATUS       PIC X(01).
