      ******************************************************************
      * Copybook:    CVMKT01Y
      * Purpose:     Marketing campaign record layout (MKTCAMP /
      *              MKC_CAMPAIGN_ID) - one row per prescreened offer
      *              mailing set up by Marketing: the offer type, the
      *              product it targets, the eligibility criteria
      *              the selection run CBMKT01A applies to existing
      *              customers, and the mail and expiry dates. An
      *              offer code quoted on an application through
      *              COAPP01A is honored only up to the expiry date,
      *              and CBMKT02A reports each campaign's responses
      *              and bookings against what was mailed.
      ******************************************************************
       01  MKT-CAMPAIGN-RECORD.
           05  MKC-CAMPAIGN-ID                   PIC X(06).
           05  MKC-CAMPAIGN-NAME                 PIC X(30).
           05  MKC-OFFER-TYPE                    PIC X(01).
      * Upgrade - move to the target product; Line increase - more
      * credit line on the product already held.
               88  MKC-OFFER-UPGRADE             VALUE 'U'.
               88  MKC-OFFER-LINE-INCREASE       VALUE 'L'.
      * The product (rate/disclosure group) offered. For an upgrade,
      * accounts already in the group are not selected; for a line
      * increase only accounts in the group are, or every product
      * when spaces.
           05  MKC-TARGET-GROUP-ID               PIC X(10).
           05  MKC-LINE-INCR-AMT                 PIC S9(07)V99
                                                  COMP-3.
      * Eligibility criteria - the latest bureau score (SCOREHIS, or
      * the score on file when never refreshed) at or above the
      * floor, the delinquency bucket at or below the ceiling, and
      * the account on book at least the minimum months.
           05  MKC-MIN-SCORE                     PIC 9(03).
           05  MKC-MAX-DLQ-BUCKET                PIC X(01).
           05  MKC-MIN-MONTHS-OPEN               PIC 9(03).
           05  MKC-MAIL-DATE                     PIC X(10).
           05  MKC-EXPIRY-DATE                   PIC X(10).
           05  MKC-STATUS                        PIC X(01).
      * Planned - waiting for its mail date; Selected - the offers
      * are on MKTOFFER and gone to the mail vendor.
               88  MKC-STATUS-PLANNED            VALUE 'P'.
               88  MKC-STATUS-SELECTED           VALUE 'S'.
           05  MKC-OFFERS-SELECTED               PIC S9(09) COMP.
           05  MKC-SELECT-DATE                   PIC X(10).
           05  MKC-CREATE-TS                     PIC X(26).
