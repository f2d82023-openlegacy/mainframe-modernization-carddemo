      ******************************************************************
      * Copybook:    CVSAN01Y
      * Purpose:     Sanctioned country / region record layout
      *              (SANCCTRY / SCC_COUNTRY_CD + SCC_REGION_NAME) -
      *              one row per country, or per region inside a
      *              country, that card activity may not touch. A
      *              blank region names the whole country; a region
      *              row matches a merchant whose city is that region
      *              name. Screened by the shared sanctions check
      *              (CSUTLYPL) at authorization (COAUT01A), at
      *              clearing (CBACT18A) and on a suspense repost
      *              (COSUS01A). Maintained by compliance from the
      *              published lists; an inactive row is kept for
      *              history and no longer screens.
      ******************************************************************
       01  SANCTION-COUNTRY-RECORD.
      * ISO alpha-3, the same code the network sends (LK-IN-MERCH-
      * COUNTRY on the authorization, CLR-MERCH-COUNTRY-CD on the
      * clearing record) and MERCHANT carries
           05  SCC-COUNTRY-CD                    PIC X(03).
           05  SCC-REGION-NAME                   PIC X(50).
           05  SCC-LIST-SOURCE                   PIC X(10).
           05  SCC-ACTIVE-FLAG                   PIC X(01).
               88  SCC-ACTIVE                    VALUE 'Y'.
               88  SCC-INACTIVE                  VALUE 'N'.
           05  SCC-UPDATE-TS                     PIC X(26).
