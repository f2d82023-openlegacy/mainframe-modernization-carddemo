      * MCCRULES category blocks at authorization and rides each
      * TRANSACT row for industry-level reporting.
           05  MERCH-MCC-CD                      PIC 9(04).
      * ISO alpha-3 country the merchant trades from - spaces are
      * read as domestic. Screened against SANCCTRY at authorization
      * and clearing when the network does not send a country.
           05  MERCH-COUNTRY-CD                  PIC X(03).
           05  MERCH-ACTIVE-STATUS               PIC X(01).
               88  MERCH-ACTIVE                  VALUE 'Y'.
               88  MERCH-RETIRED                 VALUE 'N'.
