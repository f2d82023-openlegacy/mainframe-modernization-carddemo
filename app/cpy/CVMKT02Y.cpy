      ******************************************************************
      * Copybook:    CVMKT02Y
      * Purpose:     Marketing offer record layout (MKTOFFER /
      *              MKO_OFFER_CD) - one row per customer selected
      *              for a campaign by CBMKT01A, carrying the offer
      *              code printed on the mail piece (the campaign ID
      *              followed by a six-digit serial, so unique across
      *              campaigns). COAPP01A marks the offer Responded
      *              when an application quotes the code and Booked
      *              when that application is approved and the
      *              account opened, which is the link from a
      *              mailing to the accounts it produced.
      ******************************************************************
       01  MKT-OFFER-RECORD.
           05  MKO-OFFER-CD                      PIC X(12).
           05  MKO-CAMPAIGN-ID                   PIC X(06).
           05  MKO-CUST-ID                       PIC 9(09).
      * The account the customer was selected on.
           05  MKO-ACCT-ID                       PIC S9(11) COMP-3.
           05  MKO-STATUS                        PIC X(01).
               88  MKO-STATUS-MAILED             VALUE 'M'.
               88  MKO-STATUS-RESPONDED          VALUE 'R'.
               88  MKO-STATUS-BOOKED             VALUE 'B'.
      * The application that quoted the code, and the account it
      * booked.
           05  MKO-APPL-ID                       PIC S9(18) COMP-3.
           05  MKO-RESPONSE-TS                   PIC X(26).
           05  MKO-BOOKED-ACCT-ID                PIC S9(11) COMP-3.
           05  MKO-BOOKED-TS                     PIC X(26).
           05  MKO-CREATE-TS                     PIC X(26).
