      ******************************************************************
      * Copybook:    CVBKR01Y
      * Purpose:     Bankruptcy case record layout (BANKRPT /
      *              BKR_ACCT_ID + BKR_CASE_NUM) - one row per account
      *              a filing covers, opened by COBKR01A when a CSR
      *              records the court notice. Every account the
      *              debtor holds is covered by the one filing. While
      *              the case is Filed or Discharged the account is
      *              under the automatic stay (discharge injunction):
      *              cards held, off the collections workqueue, and
      *              no dunning letters, autopay drafts or payment-
      *              due alerts. The nightly case-tracking job
      *              CBACT70A closes discharged cases once CBACT25A
      *              has charged the balance off and restores normal
      *              servicing on a dismissal.
      ******************************************************************
       01  BANKRUPTCY-RECORD.
           05  BKR-ACCT-ID                       PIC S9(11) COMP-3.
           05  BKR-CASE-NUM                      PIC X(20).
      * The debtor - the customer named on the court notice.
           05  BKR-CUST-ID                       PIC 9(09).
           05  BKR-CHAPTER                       PIC X(02).
               88  BKR-CHAPTER-7                 VALUE '7 '.
               88  BKR-CHAPTER-11                VALUE '11'.
               88  BKR-CHAPTER-12                VALUE '12'.
               88  BKR-CHAPTER-13                VALUE '13'.
           05  BKR-FILING-DATE                   PIC X(10).
           05  BKR-COURT-NAME                    PIC X(50).
           05  BKR-ATTORNEY-NAME                 PIC X(50).
           05  BKR-ATTORNEY-PHONE                PIC X(15).
           05  BKR-STATUS                        PIC X(01).
               88  BKR-STATUS-FILED              VALUE 'F'.
               88  BKR-STATUS-DISCHARGED         VALUE 'D'.
               88  BKR-STATUS-DISMISSED          VALUE 'X'.
               88  BKR-STATUS-CHARGED-OFF        VALUE 'C'.
               88  BKR-STATUS-RESTORED           VALUE 'R'.
               88  BKR-STAY-IN-FORCE             VALUES 'F' 'D'.
      * Discharge or dismissal date from the court order - spaces
      * while the case is open.
           05  BKR-DISPOSITION-DATE              PIC X(10).
           05  BKR-CREATE-TS                     PIC X(26).
           05  BKR-STATUS-TS                     PIC X(26).
