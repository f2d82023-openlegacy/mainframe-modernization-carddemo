      ******************************************************************
      * Copybook:    CSUTL3WY
      * Purpose:     Working-storage fields for the disaster relief
      *              procedure logic (paired with procedure copybook
      *              CSUTL3PL). The caller sets the account and the
      *              date relief is tested on, then PERFORMs
      *              CHECK-DISASTER-RELIEF; after granting a term it
      *              sets the relief type and amount and PERFORMs
      *              ADD-RELIEF-DOLLARS inside its own unit of work.
      ******************************************************************
           10  WS-DRL-ACCT-ID                    PIC S9(11) COMP-3.
           10  WS-DRL-AS-OF-DATE                 PIC X(10).
      * Returned - the event the relief is credited to (the earliest
      * open event the account is enrolled in) and the terms in force
      * across every open event it is enrolled in
           10  WS-DRL-EVENT-ID                   PIC S9(09) COMP.
           10  WS-DRL-WAIVE-LATE-FEE             PIC X(01).
               88  DRL-LATE-FEES-WAIVED           VALUE 'Y'.
           10  WS-DRL-SUSPEND-INTEREST           PIC X(01).
               88  DRL-INTEREST-SUSPENDED         VALUE 'Y'.
           10  WS-DRL-DEFER-PAYMENT              PIC X(01).
               88  DRL-PAYMENT-DEFERRED           VALUE 'Y'.
           10  WS-DRL-PAUSE-COLLECTIONS          PIC X(01).
               88  DRL-COLLECTIONS-PAUSED         VALUE 'Y'.
           10  WS-DRL-RESULT                     PIC X(01).
               88  DRL-RELIEF-ACTIVE              VALUE 'Y'.
               88  DRL-NO-RELIEF                  VALUE 'N'.
               88  DRL-CHECK-ERROR                VALUE 'E'.
      * Set by the caller for ADD-RELIEF-DOLLARS
           10  WS-DRL-RELIEF-TYPE                PIC X(01).
               88  DRL-TYPE-LATE-FEE              VALUE 'F'.
               88  DRL-TYPE-INTEREST              VALUE 'I'.
               88  DRL-TYPE-PAYMENT               VALUE 'P'.
           10  WS-DRL-AMOUNT                     PIC S9(10)V99 COMP-3.
           10  WS-DRL-SQL-STATUS                 PIC S9(09) COMP.
           10  WS-DRL-SQLCODE-DISPLAY            PIC -9(09).
           10  WS-DRL-ERR-FLG                    PIC X(01).
               88  DRL-ERR-ON                     VALUE 'Y'.
               88  DRL-ERR-OFF                    VALUE 'N'.
