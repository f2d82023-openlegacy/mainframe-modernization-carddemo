      ******************************************************************
      * Copybook:    CVSTF02Y
      * Purpose:     Staff-conflict refusal record layout (STAFFBLK /
      *              SFB_BLOCK_ID) - one row every time a maintenance
      *              or money-moving service refused to act because
      *              the signed-on user is tied to a party on the
      *              account: who tried, through which program, on
      *              which account/customer/card, and which linked
      *              customer caused the refusal. Written by the
      *              shared check CSUTLEPL; reported monthly by
      *              CBACT74A. Never updated.
      ******************************************************************
       01  STAFF-BLOCK-RECORD.
           05  SFB-BLOCK-ID                      PIC S9(18) COMP-3.
           05  SFB-USR-ID                        PIC X(08).
           05  SFB-PROGRAM                       PIC X(08).
      * The key the service was asked to act on - whichever of the
      * three it works by; the others are zero / blank.
           05  SFB-ACCT-ID                       PIC S9(11) COMP-3.
           05  SFB-CUST-ID                       PIC 9(09).
           05  SFB-CARD-NUM                      PIC X(16).
      * The employee's own or declared customer found on the account
           05  SFB-LINKED-CUST-ID                PIC 9(09).
           05  SFB-BLOCK-TS                      PIC X(26).
