      ******************************************************************
      * Copybook:    CVRCS01Y
      * Purpose:     Recurring-charge stop record layout (RCGSTOP /
      *              RCS_STOP_ID) - one row per merchant a cardholder
      *              has told us to stop paying, placed through
      *              CORCS01A. The stop covers one card, or every card
      *              on the account when RCS_CARD_NUM is spaces, from
      *              its effective date through its end date. While
      *              a stop is in force COAUT01A declines the
      *              merchant's authorizations (AUTHDAT reason 'RV')
      *              and the clearing run CBACT18A suspends its
      *              charges (SUSPENSE reason 'RVKD'); CBACT44A keeps
      *              the merchant off the account-updater feed and
      *              moves a card-level stop to the reissued card, and
      *              the statement's subscription summary (CBACT02A)
      *              shows the merchant as stopped. Credits from the
      *              merchant are never refused.
      ******************************************************************
       01  RECUR-STOP-RECORD.
           05  RCS-STOP-ID                       PIC S9(18) COMP-3.
           05  RCS-ACCT-ID                       PIC S9(11) COMP-3.
      * Spaces - the stop applies to every card on the account.
           05  RCS-CARD-NUM                      PIC X(16).
           05  RCS-MERCHANT-ID                   PIC 9(09).
      * Merchant name as the master held it when the stop was placed
      * - printed on the statement.
           05  RCS-MERCHANT-NAME                 PIC X(50).
           05  RCS-EFF-DATE                      PIC X(10).
      * '9999-12-31' when the cardholder gave no end date.
           05  RCS-END-DATE                      PIC X(10).
           05  RCS-STATUS                        PIC X(01).
               88  RCS-STATUS-ACTIVE             VALUE 'A'.
               88  RCS-STATUS-LIFTED             VALUE 'L'.
           05  RCS-CREATE-TS                     PIC X(26).
           05  RCS-STATUS-TS                     PIC X(26).
