           10  CARD-ACCT-ID-X                      PIC X(11).
           10  CARD-ACCT-ID-N REDEFINES CARD-ACCT-ID-X
                                                   PIC 9(11).
           10  CARD-CARD-NUM-X                     PIC X(16).
           10  CARD-CARD-NUM-N REDEFINES  CARD-CARD-NUM-X
                                                   PIC 9(16).
          05 LIT-THISMAP                           PIC X(7)
                                                   VALUE 'CCRDSLA'.
          05 LIT-CCLISTPGM                         PIC X(8)
                                                   VALUE 'COCRDLIS'.
          05 LIT-CCLISTTRANID                      PIC X(4)
                                                   VALUE 'ALS4'.
          05 LIT-CCLISTMAPSET                      PIC X(7)
                                                   VALUE 'COCRDLI'.
          05 LIT-CCLISTMAP                         PIC X(7)
                                                   VALUE 'CCRDSLA'.
          05 LIT-MENUPGM                           PIC X(8)
                                                   VALUE 'COMEN01S'.
          05 LIT-MENUTRANID                        PIC X(4)
                                                   VALUE 'ALUM'.
          05 LIT-MENUMAPSET                        PIC X(7)
                                                   VALUE 'COMEN01'.
          05 LIT-MENUMAP                           PIC X(7)
           05 LK-OUTPUT-CARD-DATA.
               10 LK-OUT-CARD-NUM           PIC X(16).
               10 LK-OUT-CARD-ACCT-ID       PIC 9(11).
               10 LK-OUT-CARD-EMBOSSED-NAME PIC X(50).
               10 LK-OUT-CARD-EXPIRY-DATE   PIC X(10).
               10 LK-OUT-CARD-STATUS        PIC X(01).
