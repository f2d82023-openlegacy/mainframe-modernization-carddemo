      ******************************************************************
      * Copybook:    CSUTLXWY
      * Purpose:     Working-storage fields for the caller-verified
      *              check procedure logic (paired with procedure
      *              copybook CSUTLXPL). The caller sets the signed-on
      *              user and whichever key it acts on - account,
      *              customer or card - zeroing / blanking the other
      *              two, then PERFORMs CHECK-CALLER-VERIFIED.
      ******************************************************************
           10  WS-CIV-USER-ID                    PIC X(08).
           10  WS-CIV-ACCT-ID                    PIC S9(11) COMP-3.
           10  WS-CIV-CUST-ID                    PIC 9(09).
           10  WS-CIV-CARD-NUM                   PIC X(16).
      * The user's current signon session (SEC_SESSION SES_ID)
           10  WS-CIV-SES-ID                     PIC S9(18) COMP-3.
           10  WS-CIV-PASS-COUNT                 PIC S9(09) COMP.
           10  WS-CIV-SQL-STATUS                 PIC S9(09) COMP.
           10  WS-CIV-SQLCODE-DISPLAY            PIC -9(09).
           10  WS-CIV-MSG                        PIC X(80).
           10  WS-CIV-RESULT                     PIC X(01).
               88  CIV-VERIFIED                   VALUE 'Y'.
               88  CIV-NOT-VERIFIED               VALUE 'N'.
               88  CIV-NO-SESSION                 VALUE 'S'.
               88  CIV-CHECK-ERROR                VALUE 'E'.
