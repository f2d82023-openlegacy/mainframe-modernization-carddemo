       01  CARD-RECORD.
           05  CARD-NUM                          PIC X(16).
           05  CARD-ACCT-ID                      PIC 9(11).
           05  CARD-CVV-DIGEST                   PIC X(08).
           05  CARD-EMBOSSED-NAME                PIC X(50).
           05  CARD-EXPIRAION-DATE               PIC X(10).
           05  CARD-ACTIVE-STATUS                PIC X(01).
           05  FILLER                            PIC X(54).

       01 CARD-UPDATE-RECORD.
           10 CARD-UPDATE-NUM                   PIC X(16).
           10 CARD-UPDATE-ACCT-ID               PIC 9(11).
           10 CARD-UPDATE-CVV-DIGEST            PIC X(08).
           10 CARD-UPDATE-EMBOSSED-NAME         PIC X(50).
           10 CARD-UPDATE-EXPIRAION-DATE        PIC X(10).
           10 CARD-UPDATE-ACTIVE-STATUS         PIC X(01).
           10 FILLER                            PIC X(54).

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
           05  LK-INPUT-CARD.
               10  LK-IN-CARD-NUM         PIC X(16).
               10  LK-IN-ACCT-ID          PIC X(11).
               10  LK-IN-CARD-NAME        PIC X(50).
               10  LK-IN-EXPIRY-YEAR      PIC X(04).
               10  LK-IN-EXPIRY-MONTH     PIC X(02).
               10  LK-IN-EXPIRY-DAY       PIC X(02).
               10  LK-IN-CARD-STATUS      PIC X(01).
           05  LK-OLD-CARD.
               10  LK-OLD-CARD-NAME       PIC X(50).
               10  LK-OLD-EXPIRY-YEAR     PIC X(04).
               10  LK-OLD-EXPIRY-MONTH    PIC X(02).
           05  LK-OUTPUT-CARD.
               10  LK-OUT-CARD-NUM        PIC X(16).
               10  LK-OUT-ACCT-ID         PIC X(11).
               10  LK-OUT-CARD-NAME       PIC X(50).
               10  LK-OUT-EXPIRY-YEAR     PIC X(04).
               10  LK-OUT-EXPIRY-MONTH    PIC X(02).
      * Return card data in the output fields
               MOVE CARD-NUM           TO LK-OUT-CARD-NUM
               MOVE CARD-ACCT-ID       TO LK-OUT-ACCT-ID
               MOVE CARD-EMBOSSED-NAME TO LK-OUT-CARD-NAME
               MOVE CARD-EXPIRAION-DATE(1:4) TO LK-OUT-EXPIRY-YEAR
               MOVE CARD-EXPIRAION-DATE(6:2) TO LK-OUT-EXPIRY-MONTH
           INITIALIZE CARD-UPDATE-RECORD
           MOVE LK-IN-CARD-NUM          TO CARD-UPDATE-NUM
           MOVE LK-IN-ACCT-ID           TO CARD-UPDATE-ACCT-ID
      * The security code is not caller-maintainable - the digest
      * cut at embossing is carried over from the record as read.
           MOVE CARD-CVV-DIGEST         TO CARD-UPDATE-CVV-DIGEST
           MOVE LK-IN-CARD-NAME         TO CARD-UPDATE-EMBOSSED-NAME
           STRING  LK-IN-EXPIRY-YEAR
                   '-'
           CONVERTING LIT-LOWER
                   TO LIT-UPPER

           IF  CARD-EMBOSSED-NAME       EQUAL  TO LK-OLD-CARD-NAME
           AND CARD-EXPIRAION-DATE(1:4) EQUAL  TO LK-OLD-EXPIRY-YEAR
           AND CARD-EXPIRAION-DATE(6:2) EQUAL  TO LK-OLD-EXPIRY-MONTH
           AND CARD-EXPIRAION-DATE(9:2) EQUAL  TO LK-OLD-EXPIRY-DAY
      * Return current values for display
               MOVE CARD-NUM           TO LK-OUT-CARD-NUM
               MOVE CARD-ACCT-ID       TO LK-OUT-ACCT-ID
               MOVE CARD-EMBOSSED-NAME TO LK-OUT-CARD-NAME
               MOVE CARD-EXPIRAION-DATE(1:4) TO LK-OUT-EXPIRY-YEAR
               MOVE CARD-EXPIRAION-DATE(6:2) TO LK-OUT-EXPIRY-MONTH
