      ******************************************************************
      * Copybook:    CVPNA01Y
      * Purpose:     Penalty pricing state record layout (PENALTY /
      *              PNA_ACCT_ID) - one row per account that has
      *              reached 60 days past due. The penalty run
      *              CBACT69A opens the row with the advance notice
      *              (status Noticed), moves it to Active once the
      *              notice period has run, and every six closed
      *              cycles reviews CYCHIST, restoring the standard
      *              rate after six consecutive on-time payments.
      *              While Active, CBACT01A prices the account at
      *              PNA-PENALTY-APR in place of the RATEGRP rate.
      *              COACTVWA, COINT01A and the CBACT02A statement
      *              read it to show when and why the higher rate
      *              applies; every transition is also kept on
      *              PENHIST (CVPNA02Y).
      ******************************************************************
       01  PENALTY-PRICING-RECORD.
           05  PNA-ACCT-ID                       PIC S9(11) COMP-3.
           05  PNA-STATUS                        PIC X(01).
               88  PNA-STATUS-NOTICED            VALUE 'N'.
               88  PNA-STATUS-ACTIVE             VALUE 'A'.
      * Restored - six consecutive on-time cycles earned the
      * standard rate back.
               88  PNA-STATUS-RESTORED           VALUE 'R'.
      * Date the account was first seen at 60+ days past due.
           05  PNA-TRIGGER-DATE                  PIC X(10).
           05  PNA-NOTICE-DATE                   PIC X(10).
      * First business date the penalty APR prices the account -
      * the notice date plus the advance notice period.
           05  PNA-EFFECTIVE-DATE                PIC X(10).
           05  PNA-STD-APR                       PIC S9(03)V9(02)
                                                  COMP-3.
           05  PNA-PENALTY-APR                   PIC S9(03)V9(02)
                                                  COMP-3.
      * Cycles are counted for the six-cycle review from this date -
      * the effective date, then each review date after it.
           05  PNA-LAST-REVIEW-DATE              PIC X(10).
           05  PNA-ONTIME-CYCLES                 PIC 9(03).
           05  PNA-RESTORE-DATE                  PIC X(10).
           05  PNA-REASON                        PIC X(40).
           05  PNA-UPDATE-TS                     PIC X(26).
