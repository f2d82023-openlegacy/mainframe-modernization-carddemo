      ******************************************************************
      * Copybook:    CVSTL01Y
      * Purpose:     Settlement-in-full offer record layout (SETTLE /
      *              STL_OFFER_ID) - one row per settlement a
      *              collector offers through COCOL01A: the balance
      *              being settled, the discounted amount that will
      *              satisfy it, the installment schedule and the
      *              date the offer lapses. Payments posted by
      *              COTRN02A, the CBACT47A lockbox, CORCV01A and the
      *              agency remittance job CBACT89A accumulate in
      *              STL-PAID-AMT (CSUTLOPL). The nightly CBACT90A
      *              completes an offer once it is paid - waiving
      *              the remainder as a type 'SW' transaction - or
      *              breaks it on a missed installment, leaving the
      *              full balance owed. An account has at most one
      *              offer pending or active at a time.
      ******************************************************************
       01  SETTLE-RECORD.
           05  STL-OFFER-ID                      PIC S9(18) COMP-3.
           05  STL-ACCT-ID                       PIC S9(11) COMP-3.
      * What is being settled - the open receivable on a delinquent
      * account, or the unrecovered RECOVERY balance on a charged-off
      * one.
           05  STL-TYPE                          PIC X(01).
               88  STL-TYPE-DELINQUENT           VALUE 'D'.
               88  STL-TYPE-CHARGED-OFF          VALUE 'C'.
           05  STL-BALANCE-AMT                   PIC S9(10)V99
                                                  COMP-3.
           05  STL-OFFER-AMT                     PIC S9(10)V99
                                                  COMP-3.
      * Installment schedule - STL-INSTALL-COUNT payments of
      * STL-INSTALL-AMT (the last one takes up any rounding), the
      * first due on STL-FIRST-DUE-DATE and each later one
      * STL-INSTALL-DAYS after the one before.
           05  STL-INSTALL-COUNT                 PIC S9(04) COMP.
           05  STL-INSTALL-AMT                   PIC S9(10)V99
                                                  COMP-3.
           05  STL-FIRST-DUE-DATE                PIC X(10).
           05  STL-INSTALL-DAYS                  PIC S9(04) COMP.
           05  STL-EXPIRY-DATE                   PIC X(10).
           05  STL-PAID-AMT                      PIC S9(10)V99
                                                  COMP-3.
           05  STL-LAST-PAY-DATE                 PIC X(10).
           05  STL-STATUS                        PIC X(01).
               88  STL-STATUS-PENDING            VALUE 'P'.
               88  STL-STATUS-ACTIVE             VALUE 'A'.
               88  STL-STATUS-COMPLETED          VALUE 'C'.
               88  STL-STATUS-BROKEN             VALUE 'B'.
               88  STL-STATUS-DENIED             VALUE 'D'.
               88  STL-STATUS-EXPIRED            VALUE 'X'.
      * Who had the authority to approve it - inside the collector's
      * discount band the offer approves itself; deeper discounts
      * and longer schedules wait for a supervisor.
           05  STL-APPROVAL-LEVEL                PIC X(01).
               88  STL-APPROVED-BY-COLLECTOR     VALUE 'C'.
               88  STL-APPROVED-BY-SUPERVISOR    VALUE 'S'.
           05  STL-OFFERED-BY                    PIC X(08).
      * Who decided it - the offering collector inside the band, or
      * the supervisor who approved or rejected it.
           05  STL-APPROVED-BY                   PIC X(08).
      * Set on completion - the remainder forgiven and the 'SW'
      * transaction that waived it. STL-WAIVED-AMT on a delinquent-
      * account settlement feeds the CBACT60A cancellation-of-debt
      * extract.
           05  STL-WAIVED-AMT                    PIC S9(10)V99
                                                  COMP-3.
           05  STL-WAIVER-TRAN-ID                PIC X(16).
           05  STL-CLOSE-DATE                    PIC X(10).
           05  STL-CREATE-TS                     PIC X(26).
           05  STL-DECIDE-TS                     PIC X(26).
