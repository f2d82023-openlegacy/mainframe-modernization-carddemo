      ******************************************************************
      * Copybook:    CVBAM01Y
      * Purpose:     Bulk account-maintenance row layout (BULKMNT) -
      *              one row per action on an inbound maintenance file
      *              (BAMINPUT) loaded by CBBAM01A. A file's envelope
      *              is one batch: its rows that pass the online edits
      *              are Staged and the whole batch waits on a single
      *              PENDCHG row (function 'BULKACCT', PDC_CHG_ID =
      *              BAM_BATCH_ID) for a second user's approval through
      *              COMKC01A. Approval releases the staged rows; the
      *              next CBBAM01A run re-edits and applies them one
      *              by one. Rows refused at load, at apply, or by the
      *              checker's rejection of the batch are kept as
      *              Rejected with the reason, so the batch's results
      *              file accounts for every row received.
      ******************************************************************
       01  BULK-MAINT-RECORD.
           05  BAM-BATCH-ID                      PIC S9(18) COMP-3.
           05  BAM-ROW-SEQ                       PIC S9(09) COMP.
           05  BAM-ACCT-ID                       PIC S9(11) COMP-3.
           05  BAM-ACTION-CD                     PIC X(01).
               88  BAM-ACTION-CREDIT-LIMIT       VALUE 'L'.
               88  BAM-ACTION-CASH-LIMIT         VALUE 'C'.
               88  BAM-ACTION-GROUP-CHANGE       VALUE 'G'.
               88  BAM-ACTION-STATUS-CHANGE      VALUE 'S'.
               88  BAM-ACTION-AUTOPAY-REMOVE     VALUE 'A'.
               88  BAM-ACTION-VALID              VALUE 'L' 'C' 'G'
                                                       'S' 'A'.
      *    New credit or cash limit (actions L, C)
           05  BAM-NEW-AMT                       PIC S9(10)V99 COMP-3.
      *    New ACCT-GROUP-ID (G) or new account status Y/N (S)
           05  BAM-NEW-VALUE                     PIC X(10).
      *    Effective date of a group change (G)
           05  BAM-EFF-DATE                      PIC X(10).
      *    Value on file when the row was staged, for the checker
           05  BAM-OLD-VALUE                     PIC X(30).
           05  BAM-STATUS                        PIC X(01).
               88  BAM-STATUS-STAGED             VALUE 'S'.
               88  BAM-STATUS-RELEASED           VALUE 'A'.
               88  BAM-STATUS-APPLIED            VALUE 'D'.
               88  BAM-STATUS-REJECTED           VALUE 'R'.
           05  BAM-REASON                        PIC X(50).
           05  BAM-MAKER-ID                      PIC X(08).
           05  BAM-CREATE-TS                     PIC X(26).
           05  BAM-APPLY-TS                      PIC X(26).
