      ******************************************************************
      * Copybook:    CSUTLEWY
      * Purpose:     Working-storage fields for the staff-conflict
      *              check procedure logic (paired with procedure
      *              copybook CSUTLEPL). The caller sets the user, its
      *              own program name and whichever key it acts on -
      *              account, customer or card - zeroing / blanking
      *              the other two, then PERFORMs CHECK-STAFF-CONFLICT.
      ******************************************************************
           10  WS-STF-USER-ID                    PIC X(08).
           10  WS-STF-PROGRAM                    PIC X(08).
           10  WS-STF-ACCT-ID                    PIC S9(11) COMP-3.
           10  WS-STF-CUST-ID                    PIC 9(09).
           10  WS-STF-CARD-NUM                   PIC X(16).
      * The employee's own or declared customer found on the account
           10  WS-STF-LINKED-CUST-ID             PIC 9(09).
           10  WS-STF-LINK-COUNT                 PIC S9(09) COMP.
           10  WS-STF-SQL-STATUS                 PIC S9(09) COMP.
           10  WS-STF-SQLCODE-DISPLAY            PIC -9(09).
           10  WS-STF-MSG                        PIC X(80).
           10  WS-STF-RESULT                     PIC X(01).
               88  STF-NO-CONFLICT                VALUE 'N'.
               88  STF-CONFLICT-FOUND             VALUE 'Y'.
               88  STF-NO-USER                    VALUE 'U'.
               88  STF-CHECK-ERROR                VALUE 'E'.
