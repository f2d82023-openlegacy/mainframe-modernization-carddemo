      ******************************************************************
      * Copybook:    CVPSC01Y
      * Purpose:     Scheduled payment record layout (PAYSCHED /
      *              PSC_SCHED_ID) - one row per payment instruction a
      *              customer sets up through COPSC01A against their
      *              enrolled EFT account: a one-time payment on a
      *              future date, or a fixed amount drafted on the
      *              same day every month until an end date or until
      *              cancelled. The nightly run CBACT97A drafts every
      *              instruction whose next draft date has arrived
      *              through the same payment posting CBACT14A's
      *              autopay uses (TRAN_SOURCE 'SCHEDPAY'), then
      *              rolls a monthly instruction forward or marks a
      *              one-time instruction done. CBACT48A matches ACH
      *              returns against the drafts and suspends the
      *              account's instructions after repeated returns.
      ******************************************************************
       01  PAY-SCHEDULE-RECORD.
           05  PSC-SCHED-ID                      PIC S9(18) COMP-3.
           05  PSC-ACCT-ID                       PIC S9(11) COMP-3.
           05  PSC-SCHED-TYPE                    PIC X(01).
               88  PSC-ONE-TIME                  VALUE 'O'.
               88  PSC-MONTHLY                   VALUE 'M'.
      * Fixed amount of each draft.
           05  PSC-PAY-AMT                       PIC S9(10)V99 COMP-3.
      * The customer's EFT account when the instruction was set up.
           05  PSC-EFT-ACCOUNT-ID                PIC X(10).
      * Monthly only - day of the month to draft; a day past the end
      * of a short month drafts on that month's last day.
           05  PSC-PAY-DAY                       PIC 9(02).
           05  PSC-NEXT-DRAFT-DATE               PIC X(10).
      * '9999-12-31' for a monthly instruction with no end date.
           05  PSC-END-DATE                      PIC X(10).
           05  PSC-STATUS                        PIC X(01).
               88  PSC-STATUS-ACTIVE             VALUE 'A'.
               88  PSC-STATUS-CANCELLED          VALUE 'C'.
               88  PSC-STATUS-DONE               VALUE 'D'.
               88  PSC-STATUS-SUSPENDED          VALUE 'S'.
           05  PSC-LAST-DRAFT-DATE               PIC X(10).
           05  PSC-LAST-TRAN-ID                  PIC X(16).
           05  PSC-USER-ID                       PIC X(08).
           05  PSC-CREATE-TS                     PIC X(26).
           05  PSC-STATUS-TS                     PIC X(26).
