      ******************************************************************
      * Copybook:    CSUTLSWY
      * Purpose:     Working-storage fields for generic periodic-
      *              statement disclosure procedure logic (paired with
      *              procedure copybook CSUTLSPL). The caller sets
      *              the input fields; the finished block comes
      *              back as WS-SDSC-LINE-COUNT lines of 80 bytes in
      *              WS-SDSC-LINE.
      ******************************************************************
      * Inputs
           10  WS-SDSC-ACCT-ID                   PIC S9(11) COMP-3.
      * Statement (cycle close) date - today's date for a draft of
      * the open cycle.
           10  WS-SDSC-STMT-DATE                 PIC X(10).
      * New balance the statement shows.
           10  WS-SDSC-STMT-BAL                  PIC S9(10)V99 COMP-3.
      * Customer language for the wording (CUST_LANG_PREF) - spaces
      * or anything but 'ES' prints in English.
           10  WS-SDSC-LANG-CD                   PIC X(02).
      * Outputs
           10  WS-SDSC-LINE-COUNT                PIC S9(04) COMP.
           10  WS-SDSC-LINE                      OCCURS 24 TIMES
                                                  PIC X(80).
      * Rules shared with the cycle-close, aging and late-fee jobs
      * (CBACT15A, CBACT26A, CBACT68A).
           10  WS-SDSC-DUE-LEAD-DAYS             PIC 9(03) VALUE 25.
           10  WS-SDSC-MIN-DUE-PERCENT           PIC S9(01)V9(04)
                                                  COMP-3 VALUE 0.0200.
           10  WS-SDSC-DEFAULT-LATE-FEE          PIC S9(05)V99 COMP-3
                                                  VALUE 25.00.
           10  WS-SDSC-DEFAULT-PENALTY-APR       PIC S9(03)V9(02)
                                                  COMP-3 VALUE 29.99.
           10  WS-SDSC-PAYOFF-MONTHS             PIC 9(02) VALUE 36.
           10  WS-SDSC-MAX-MONTHS                PIC 9(03) VALUE 600.
      * Host variables
           10  WS-SDSC-GROUP-ID                  PIC X(10).
           10  WS-SDSC-PRIOR-CLOSE               PIC X(10).
           10  WS-SDSC-YEAR-START-TS             PIC X(26).
           10  WS-SDSC-STMT-END-TS               PIC X(26).
           10  WS-SDSC-PURCH-APR                 PIC S9(03)V9(02)
                                                  COMP-3.
           10  WS-SDSC-CASH-APR                  PIC S9(03)V9(02)
                                                  COMP-3.
           10  WS-SDSC-LATE-FEE-AMT              PIC S9(05)V99 COMP-3.
           10  WS-SDSC-PENALTY-APR               PIC S9(03)V9(02)
                                                  COMP-3.
           10  WS-SDSC-INT-DAYS                  PIC S9(03) COMP-3.
           10  WS-SDSC-PURCH-BASIS               PIC S9(10)V99 COMP-3.
           10  WS-SDSC-CASH-BASIS                PIC S9(10)V99 COMP-3.
           10  WS-SDSC-PURCH-RESULT              PIC S9(09)V99 COMP-3.
           10  WS-SDSC-CASH-RESULT               PIC S9(09)V99 COMP-3.
           10  WS-SDSC-YTD-INTEREST              PIC S9(10)V99 COMP-3.
           10  WS-SDSC-YTD-FEES                  PIC S9(10)V99 COMP-3.
           10  WS-SDSC-LTF-DUE-DATE              PIC X(10).
           10  WS-SDSC-LTF-DECISION-CD           PIC X(01).
           10  WS-SDSC-LTF-FEE-AMT               PIC S9(05)V99 COMP-3.
           10  WS-SDSC-PNA-STATUS                PIC X(01).
           10  WS-SDSC-PNA-STD-APR               PIC S9(03)V9(02)
                                                  COMP-3.
           10  WS-SDSC-PNA-PENALTY-APR           PIC S9(03)V9(02)
                                                  COMP-3.
           10  WS-SDSC-PNA-EFF-DATE              PIC X(10).
           10  WS-SDSC-PNA-ONTIME                PIC 9(03).
           10  WS-SDSC-SQL-STATUS                PIC S9(09) COMP.
      * Work fields
           10  WS-SDSC-DATE-INT                  PIC S9(09) COMP.
           10  WS-SDSC-YYYYMMDD                  PIC 9(08).
           10  WS-SDSC-DUE-DATE                  PIC X(10).
           10  WS-SDSC-MIN-DUE                   PIC S9(10)V99 COMP-3.
           10  WS-SDSC-MONTHLY-RATE              PIC S9(01)V9(08)
                                                  COMP-3.
           10  WS-SDSC-GROWTH                    PIC S9(05)V9(08)
                                                  COMP-3.
           10  WS-SDSC-SIM-BAL                   PIC S9(10)V99 COMP-3.
           10  WS-SDSC-SIM-PAYMENT               PIC S9(10)V99 COMP-3.
           10  WS-SDSC-SIM-MONTHS                PIC 9(03).
           10  WS-SDSC-MIN-TOTAL                 PIC S9(11)V99 COMP-3.
           10  WS-SDSC-MIN-YEARS                 PIC 9(03).
           10  WS-SDSC-36-PAYMENT                PIC S9(10)V99 COMP-3.
           10  WS-SDSC-36-TOTAL                  PIC S9(11)V99 COMP-3.
           10  WS-SDSC-SAVINGS                   PIC S9(11)V99 COMP-3.
           10  WS-SDSC-AMT-EDIT                  PIC -(8)9.99.
           10  WS-SDSC-AMT2-EDIT                 PIC -(8)9.99.
           10  WS-SDSC-AMT3-EDIT                 PIC -(8)9.99.
           10  WS-SDSC-APR-EDIT                  PIC ZZ9.99.
           10  WS-SDSC-APR2-EDIT                 PIC ZZ9.99.
           10  WS-SDSC-COUNT-EDIT                PIC ZZ9.
           10  WS-SDSC-TEXT                      PIC X(80).
           10  WS-SDSC-NEVER-FLAG                PIC X(01).
               88  SDSC-PAYOFF-NEVER              VALUE 'Y'.
               88  SDSC-PAYOFF-REACHED            VALUE 'N'.
