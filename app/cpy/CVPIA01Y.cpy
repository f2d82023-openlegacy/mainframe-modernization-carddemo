      ******************************************************************
      * Copybook:    CVPIA01Y
      * Purpose:     Sensitive-data access log record layout
      *              (PIIACCLOG / PIA_ACCESS_ID) - one row every time
      *              an online service hands a customer record back
      *              to a caller: who asked (the signed-on user), from
      *              which program, for which customer, when, and which
      *              classes of sensitive data the response carried.
      *              Written by the customer-reading RPC services
      *              through procedure copybook CSUTLCPL; read back by
      *              the security inquiry service COPIA01A and the
      *              daily exception report CBACT73A. Never updated.
      ******************************************************************
       01  PII-ACCESS-RECORD.
           05  PIA-ACCESS-ID                     PIC S9(18) COMP-3.
      * 'NOUSERID' when the caller did not identify the user - the
      * exception report lists every such read.
           05  PIA-USER-ID                       PIC X(08).
           05  PIA-PROGRAM                       PIC X(08).
           05  PIA-CUST-ID                       PIC 9(09).
      * The account the read came in through - zero when the service
      * was asked by customer.
           05  PIA-ACCT-ID                       PIC S9(11) COMP-3.
           05  PIA-ACCESS-TS                     PIC X(26).
      * Data classes exposed - Y when the response carried them.
      *   SSN      full social security number / government ID
      *   DOB      date of birth
      *   CONTACT  name with address, phone or e-mail
      *   ACCOUNT  account relationships and balances
           05  PIA-SSN-IND                       PIC X(01).
               88  PIA-SSN-EXPOSED               VALUE 'Y'.
           05  PIA-DOB-IND                       PIC X(01).
               88  PIA-DOB-EXPOSED               VALUE 'Y'.
           05  PIA-CONTACT-IND                   PIC X(01).
               88  PIA-CONTACT-EXPOSED           VALUE 'Y'.
           05  PIA-ACCOUNT-IND                   PIC X(01).
               88  PIA-ACCOUNT-EXPOSED           VALUE 'Y'.
