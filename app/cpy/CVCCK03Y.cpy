      ******************************************************************
      * Copybook:    CVCCK03Y
      * Purpose:     Convenience-check presentment record layout
      *              (CHKPRES / CKP_ACCT_ID + CKP_SERIAL +
      *              CKP_BANK_REF) - one row per item on the clearing
      *              bank's presentment file, written by CBCCK02A with
      *              its decision: Paid (posted as a cash advance plus
      *              the convenience-check fee) or Returned to the
      *              bank with a reason on the return file. A serial
      *              with a Paid row is never paid again.
      ******************************************************************
       01  CHECK-PRESENT-RECORD.
           05  CKP-ACCT-ID                       PIC S9(11) COMP-3.
           05  CKP-SERIAL                        PIC 9(07).
      * The clearing bank's item reference, echoed on the return file
           05  CKP-BANK-REF                      PIC X(15).
           05  CKP-AMT                           PIC S9(09)V99 COMP-3.
           05  CKP-PAYEE-NAME                    PIC X(30).
           05  CKP-PRESENT-DATE                  PIC X(10).
           05  CKP-DECISION-CD                   PIC X(01).
               88  CKP-DECISION-PAID             VALUE 'P'.
               88  CKP-DECISION-RETURNED         VALUE 'R'.
      * Why the item went back to the bank (spaces when paid)
           05  CKP-RETURN-CD                     PIC X(02).
               88  CKP-RETURN-BAD-ITEM           VALUE 'IV'.
               88  CKP-RETURN-NO-ACCOUNT         VALUE 'NA'.
               88  CKP-RETURN-BAD-SERIAL         VALUE 'SN'.
               88  CKP-RETURN-ALREADY-PAID       VALUE 'DP'.
               88  CKP-RETURN-STOPPED            VALUE 'SP'.
               88  CKP-RETURN-ACCT-CLOSED        VALUE 'AC'.
               88  CKP-RETURN-CASH-BLOCKED       VALUE 'CB'.
               88  CKP-RETURN-OVER-CASH-LINE     VALUE 'CL'.
               88  CKP-RETURN-OVER-CREDIT-LINE   VALUE 'OL'.
      * The cash-advance and fee postings of a paid item
           05  CKP-TRAN-ID                       PIC X(16).
           05  CKP-FEE-TRAN-ID                   PIC X(16).
           05  CKP-FEE-AMT                       PIC S9(07)V99 COMP-3.
           05  CKP-JOB-DATE                      PIC X(10).
           05  CKP-POST-TS                       PIC X(26).
