      ******************************************************************
      * Copybook:    CVDRL03Y
      * Purpose:     Disaster relief enrollment record layout
      *              (DSTENROL / DRN_EVENT_ID + DRN_ACCT_ID) - one row
      *              per account enrolled in a DSTEVENT event
      *              (CVDRL01Y): by the ZIP enrollment run CBDRL01A,
      *              or by the customer's own opt-in through CODRL01A
      *              when the address on file is outside the declared
      *              ZIPs. While the event's window is open the
      *              account gets the event's terms (CSUTL3PL), and
      *              each run that grants relief adds what it did not
      *              charge to the row's running totals for the
      *              per-event report CBDRL02A.
      ******************************************************************
       01  DISASTER-ENROLL-RECORD.
           05  DRN-EVENT-ID                      PIC S9(09) COMP.
           05  DRN-ACCT-ID                       PIC S9(11) COMP-3.
           05  DRN-SOURCE-CD                     PIC X(01).
               88  DRN-SOURCE-ZIP                VALUE 'Z'.
               88  DRN-SOURCE-OPT-IN             VALUE 'O'.
           05  DRN-ENROLL-DATE                   PIC X(10).
      * Signed-on user for an opt-in; the job name for the ZIP run
           05  DRN-USER-ID                       PIC X(08).
      * Dollars relieved to date - late fees waived (CBACT68A),
      * interest not billed (CBACT01A), and minimum payments deferred
      * without aging the account (CBACT26A)
           05  DRN-FEE-RELIEVED                  PIC S9(10)V99 COMP-3.
           05  DRN-INT-RELIEVED                  PIC S9(10)V99 COMP-3.
           05  DRN-PMT-DEFERRED                  PIC S9(10)V99 COMP-3.
           05  DRN-CREATE-TS                     PIC X(26).
