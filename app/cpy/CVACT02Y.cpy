       01  CARD-RECORD.
           05  CARD-NUM                          PIC X(16).
           05  CARD-ACCT-ID                      PIC 9(11).
      * Card security code digest - a non-reversible digest of the
      * three-digit code printed on the plastic (CSUTLVPL, the same
      * HASH-PASSWORD derivation the PIN offset uses). The clear code
      * is generated at embossing (CBACT42A), sent to the vendor and
      * never stored; COCVV01A is the only thing that checks a keyed
      * code against it. Spaces until the card's plastic is ordered.
           05  CARD-CVV-DIGEST                   PIC X(08).
           05  CARD-EMBOSSED-NAME                PIC X(50).
           05  CARD-EXPIRAION-DATE               PIC X(10).
           05  CARD-ACTIVE-STATUS                PIC X(01).
      * A newly minted or reissued card is born Pending and must be
      * activated (COCRDACA verifies the security code and the
      * cardholder's date of birth) before COTRN02A will post a charge
      * to it.
               88  CARD-STATUS-ACTIVE            VALUE 'Y'.
               88  CARD-STATUS-INACTIVE          VALUE 'N'.
               88  CARD-STATUS-PENDING-ACTIVE    VALUE 'P'.
               88  CARD-STATUS-REISSUED          VALUE 'R'.
      * Held while the cardholder is in bankruptcy (COBKR01A) - back
      * to Active if the case is dismissed, Inactive once the
      * discharged balance is charged off (CBACT70A).
               88  CARD-STATUS-BANKRUPTCY-HOLD   VALUE 'B'.
           05  CARD-ISSUED-DATE                  PIC X(10).
      * PIN offset - a non-reversible digest of the PIN (derived the
      * same way CSUTLPPL hashes passwords); the clear PIN is never
