           05  APP-ACCT-ID                       PIC 9(11).
           05  APP-CREATE-TS                     PIC X(26).
           05  APP-DECIDE-TS                     PIC X(26).
      * The PRODRULE cutoffs in force when the application was taken
      * in, kept so the CBACT83A vintages can set the accounts booked
      * under one set of cutoffs against those booked under the next.
      * Zero on rows taken before the cutoffs were kept.
           05  APP-RULE-MIN-FICO                 PIC 9(03).
           05  APP-RULE-REVIEW-FICO              PIC 9(03).
      * The prescreened offer code quoted on the application, spaces
      * when none - the campaign is credited with the response and,
      * on approval, the booking (MKTOFFER).
           05  APP-OFFER-CD                      PIC X(12).
