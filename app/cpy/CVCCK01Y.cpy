      ******************************************************************
      * Copybook:    CVCCK01Y
      * Purpose:     Convenience-check book record layout (CHKBOOK /
      *              CKB_ACCT_ID + CKB_FIRST_SERIAL) - one row per
      *              book of convenience checks ordered for an
      *              account. COCCK01A records the request with the
      *              book's serial range already assigned (the next
      *              range after the account's last book), CBCCK01A
      *              sends it to the check printer on the nightly
      *              fulfillment file and marks it Ordered, and the
      *              presentment run CBCCK02A pays a check only when
      *              its serial falls inside an Ordered book on the
      *              account it is drawn on.
      ******************************************************************
       01  CHECK-BOOK-RECORD.
           05  CKB-ACCT-ID                       PIC S9(11) COMP-3.
           05  CKB-FIRST-SERIAL                  PIC 9(07).
           05  CKB-LAST-SERIAL                   PIC 9(07).
           05  CKB-STATUS                        PIC X(01).
               88  CKB-STATUS-REQUESTED          VALUE 'R'.
               88  CKB-STATUS-ORDERED            VALUE 'O'.
           05  CKB-REQUEST-USER-ID               PIC X(08).
           05  CKB-REQUEST-TS                    PIC X(26).
           05  CKB-ORDER-TS                      PIC X(26).
