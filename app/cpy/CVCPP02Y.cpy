      ******************************************************************
      * Copybook:    CVCPP02Y
      * Purpose:     Exposed card review list record layout (CPPCARD /
      *              CPC_POINT_ID, CPC_CARD_NUM) - one row per active
      *              card that used a suspected common point of
      *              purchase (CPPSUSP) inside its exposure window,
      *              written Pending by CBACT94A. The fraud team
      *              releases a card through COCPP01A, which reissues
      *              it through the COCRDUPA lost/stolen replacement
      *              (new number, CARDUPDT feed to the issuers,
      *              cardholder notice, CRDFULF plastic order by
      *              CBACT42A), or dismisses it.
      ******************************************************************
       01  CPP-CARD-RECORD.
           05  CPC-POINT-ID                      PIC S9(18) COMP-3.
           05  CPC-CARD-NUM                      PIC X(16).
           05  CPC-ACCT-ID                       PIC S9(11) COMP-3.
      * Last use of the point by the card inside the window.
           05  CPC-LAST-TRAN-TS                  PIC X(26).
           05  CPC-STATUS                        PIC X(01).
               88  CPC-STATUS-PENDING            VALUE 'P'.
               88  CPC-STATUS-REISSUED           VALUE 'R'.
               88  CPC-STATUS-DISMISSED          VALUE 'D'.
      * Released but refused by the replacement workflow (account
      * closed, card already replaced or no longer active).
               88  CPC-STATUS-NOT-REISSUED       VALUE 'X'.
           05  CPC-ADDED-DATE                    PIC X(10).
           05  CPC-NEW-CARD-NUM                  PIC X(16).
           05  CPC-REVIEW-USER                   PIC X(08).
           05  CPC-REVIEW-TS                     PIC X(26).
