      ******************************************************************
      * Copybook:    CSUTLCWY
      * Purpose:     Working-storage fields for the sensitive-data
      *              access log procedure logic (paired with procedure
      *              copybook CSUTLCPL). The caller sets the user,
      *              program, customer, account and the data-class
      *              indicators, then PERFORMs LOG-PII-ACCESS.
      ******************************************************************
           10  WS-PII-USER-ID                    PIC X(08).
           10  WS-PII-PROGRAM                    PIC X(08).
           10  WS-PII-CUST-ID                    PIC 9(09).
           10  WS-PII-ACCT-ID                    PIC S9(11) COMP-3.
           10  WS-PII-SSN-IND                    PIC X(01).
               88  PII-SSN-EXPOSED                VALUE 'Y'.
               88  PII-SSN-NOT-EXPOSED            VALUE 'N'.
           10  WS-PII-DOB-IND                    PIC X(01).
               88  PII-DOB-EXPOSED                VALUE 'Y'.
               88  PII-DOB-NOT-EXPOSED            VALUE 'N'.
           10  WS-PII-CONTACT-IND                PIC X(01).
               88  PII-CONTACT-EXPOSED            VALUE 'Y'.
               88  PII-CONTACT-NOT-EXPOSED        VALUE 'N'.
           10  WS-PII-ACCOUNT-IND                PIC X(01).
               88  PII-ACCOUNT-EXPOSED            VALUE 'Y'.
               88  PII-ACCOUNT-NOT-EXPOSED        VALUE 'N'.
           10  WS-PII-TS                         PIC X(26).
           10  WS-PII-CURDATE-TIME.
               15  WS-PII-CURR-YYYYMMDD          PIC 9(08).
               15  WS-PII-CURR-HHMMSS            PIC 9(06).
               15  FILLER                        PIC X(07).
           10  WS-PII-SQL-STATUS                 PIC S9(09) COMP.
           10  WS-PII-ERR-FLG                    PIC X(01).
               88  PII-LOG-ERR-ON                 VALUE 'Y'.
               88  PII-LOG-ERR-OFF                VALUE 'N'.
