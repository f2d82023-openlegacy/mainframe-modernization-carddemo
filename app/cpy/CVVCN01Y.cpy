      ******************************************************************
      * Copybook:    CVVCN01Y
      * Purpose:     Virtual card number record layout (VIRTCARD /
      *              VCN_CARD_NUM) - one row per disposable number a
      *              cardholder creates against a real card through
      *              COVCN01A for an online purchase or a free trial.
      *              Unlike a TOKVAULT token the number is a real,
      *              Luhn-valid PAN minted from a BINRANGE prefix with
      *              its own CXACAIX row on the parent card's account,
      *              so its charges post and bill under the virtual
      *              number itself. COAUT01A and COTRN02A hold every
      *              charge on it to the controls below and decline
      *              anything outside them (AUTHDAT reason 'VC').
      *              Credits and refunds are never refused.
      ******************************************************************
       01  VIRTUAL-CARD-RECORD.
           05  VCN-CARD-NUM                      PIC X(16).
           05  VCN-PARENT-CARD-NUM               PIC X(16).
           05  VCN-ACCT-ID                       PIC S9(11) COMP-3.
      * Single-use - one charge posts and the number is spent;
      * multi-use - any number of charges until expiry or cancel.
           05  VCN-USE-TYPE                      PIC X(01).
               88  VCN-SINGLE-USE                VALUE 'S'.
               88  VCN-MULTI-USE                 VALUE 'M'.
      * Largest single charge the number will take.
           05  VCN-MAX-AMT                       PIC S9(10)V99
                                                  COMP-3.
      * Last day a charge may originate on the number.
           05  VCN-EXPIRY-DATE                   PIC X(10).
      * 'Y' locks the number to the first merchant that uses it.
      * A single-use number is always held to its first merchant so
      * the authorization and its capture can both get through.
           05  VCN-MERCH-LOCK-FLAG               PIC X(01).
               88  VCN-MERCH-LOCKED              VALUE 'Y'.
           05  VCN-FIRST-MERCH-ID                PIC 9(09).
           05  VCN-STATUS                        PIC X(01).
               88  VCN-STATUS-ACTIVE             VALUE 'A'.
               88  VCN-STATUS-USED               VALUE 'U'.
               88  VCN-STATUS-CANCELLED          VALUE 'C'.
           05  VCN-CREATE-TS                     PIC X(26).
           05  VCN-STATUS-TS                     PIC X(26).
