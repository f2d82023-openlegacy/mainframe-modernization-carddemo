      ******************************************************************
      * Copybook:    CVLTF01Y
      * Purpose:     Late-fee assessment record layout (LATEFEE /
      *              LTF_ACCT_ID + LTF_DUE_DATE) - one row per account
      *              per payment due date, written by the nightly
      *              late-fee run CBACT68A the business day after the
      *              due date passes. Records the decision either
      *              way - the minimum that was due, what was paid
      *              toward it by the due date, and the fee charged
      *              or the reason none was - so the statement and
      *              servicing can explain why a cardholder was, or
      *              was not, charged. The primary key also keeps a
      *              rerun from assessing the same due date twice.
      ******************************************************************
       01  LATE-FEE-RECORD.
           05  LTF-ACCT-ID                       PIC S9(11) COMP-3.
           05  LTF-DUE-DATE                      PIC X(10).
      * Statement balance the minimum was computed from - the
      * CYCHIST ending balance of the cycle the due date belongs to.
           05  LTF-STMT-BAL                      PIC S9(10)V99
                                                  COMP-3.
           05  LTF-MIN-DUE-AMT                   PIC S9(10)V99
                                                  COMP-3.
      * Payments received from the cycle close through the due date,
      * net of any payment reversals in the same window.
           05  LTF-PAID-AMT                      PIC S9(10)V99
                                                  COMP-3.
           05  LTF-FEE-AMT                       PIC S9(05)V99
                                                  COMP-3.
           05  LTF-DECISION-CD                   PIC X(01).
               88  LTF-FEE-ASSESSED              VALUE 'A'.
               88  LTF-PAID-ON-TIME              VALUE 'P'.
               88  LTF-NOTHING-DUE               VALUE 'Z'.
               88  LTF-SKIP-WORKOUT              VALUE 'W'.
               88  LTF-SKIP-SKIPPAY              VALUE 'K'.
               88  LTF-SKIP-SCRA                 VALUE 'S'.
               88  LTF-SKIP-DECEASED             VALUE 'D'.
      * Waived under a declared disaster's relief (DSTEVENT) -
      * LTF-FEE-AMT stays zero; the fee waived is added to the
      * account's DSTENROL row instead.
               88  LTF-SKIP-DISASTER             VALUE 'X'.
      * Fee charged, then reversed by CBACT98A when a back-valued
      * credit effective by the due date would have met the minimum;
      * LTF-PAID-AMT then includes that credit.
               88  LTF-FEE-REVERSED              VALUE 'R'.
      * The fee transaction posted - spaces when no fee was charged.
           05  LTF-TRAN-ID                       PIC X(16).
           05  LTF-ASSESS-DATE                   PIC X(10).
           05  LTF-CREATE-TS                     PIC X(26).
