      ******************************************************************
      * Copybook:    CVCWT01Y
      * Purpose:     Enhanced card monitoring record layout (CRDWATCH
      *              / CWT_CARD_NUM) - one row per card put under
      *              closer fraud watch, written by CBACT95A for a
      *              card named in a network breach alert that was
      *              not severe enough to reissue. While the watch
      *              runs COTRN02A reviews the card's charges at
      *              CWT_THRESHOLD_PCT of the account group's FRDTHRSH
      *              threshold. A later alert on the same card
      *              lengthens and tightens the watch, never eases it.
      ******************************************************************
       01  CARD-WATCH-RECORD.
           05  CWT-CARD-NUM                      PIC X(16).
           05  CWT-ACCT-ID                       PIC S9(11) COMP-3.
           05  CWT-REASON-CD                     PIC X(01).
               88  CWT-REASON-BREACH-ALERT       VALUE 'B'.
      * The network's reference for the alert that set the watch.
           05  CWT-ALERT-REF                     PIC X(12).
      * Percentage of the group's review threshold applied - 50
      * means charges over half the usual threshold are reviewed.
           05  CWT-THRESHOLD-PCT                 PIC S9(03) COMP-3.
           05  CWT-START-DATE                    PIC X(10).
           05  CWT-END-DATE                      PIC X(10).
           05  CWT-CREATE-TS                     PIC X(26).
