      ******************************************************************
      * Copybook:    CSUTLVPL
      * Purpose:     Card security code (CVV) procedure logic.
      *              GENERATE-CARD-CVV draws a fresh three-digit code
      *              for the card in WS-CVV-CARD-NUM into WS-CVV-CODE -
      *              run only at embossing, where the clear code goes
      *              to the vendor and nowhere else.
      *              DERIVE-CVV-DIGEST turns the code in WS-CVV-CODE
      *              into WS-CVV-DIGEST, the non-reversible value
      *              CARDDAT keeps, through the shared HASH-PASSWORD
      *              digest (CSUTLPPL) - the code plays the password
      *              role and card digits 9-12 the salt, a different
      *              slice than the PIN offset's last four so a PIN and
      *              a code that share digits never share a digest.
      *              Requires the fields declared in copybooks
      *              CSUTLVWY and CSUTLPWY, and CSUTLPPL copied into
      *              the calling program's PROCEDURE DIVISION.
      ******************************************************************
       GENERATE-CARD-CVV.
      * The card number is printed on the plastic, so seeding on it
      * alone would let anyone holding the card recompute the code.
      * Mixing in the time of day - not recoverable from the card -
      * keeps the code from being derivable from data the card shows.
           MOVE FUNCTION CURRENT-DATE TO WS-CVV-SEED-TS
           MOVE WS-CVV-SEED-TS(9:8)   TO WS-CVV-SEED-TIME-N
           MOVE WS-CVV-CARD-NUM(7:9)  TO WS-CVV-SEED-CARD-N
           COMPUTE WS-CVV-SEED-VAL =
               WS-CVV-SEED-CARD-N + WS-CVV-SEED-TIME-N
           COMPUTE WS-CVV-RANDOM-VAL =
               FUNCTION RANDOM(WS-CVV-SEED-VAL) * 1000000
           COMPUTE WS-CVV-CODE-N =
               FUNCTION MOD(WS-CVV-RANDOM-VAL, 1000)
           .
       GENERATE-CARD-CVV-EXIT.
           EXIT.

       DERIVE-CVV-DIGEST.
           MOVE SPACES TO WS-PWD-PLAIN
           MOVE WS-CVV-CODE TO WS-PWD-PLAIN
           MOVE WS-CVV-CARD-NUM(9:4) TO WS-PWD-SALT
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-EXIT
           MOVE WS-PWD-HASH TO WS-CVV-DIGEST
           .
       DERIVE-CVV-DIGEST-EXIT.
           EXIT.
