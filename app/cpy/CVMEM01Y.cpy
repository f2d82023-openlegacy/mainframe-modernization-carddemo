      ******************************************************************
      * Copybook:    CVMEM01Y
      * Purpose:     Memo-post queue record layout (MEMOPOST / MP_SEQ)
      *              - one row per online posting accepted while the
      *              end-of-day chain is running (CSUTLQPL). The
      *              posting services write the item here instead of
      *              to TRANSACT / ACCTDAT, so the night run sees a
      *              still balance; the pending amount counts against
      *              open-to-buy at once. CBACT77A applies the queue
      *              in MP_SEQ order under the new business date
      *              after CBACT19A, stamping the row Applied (or
      *              Rejected with a reason). The TRAN_ID is assigned
      *              when the item is queued and given to the caller,
      *              and is the TRAN_ID the applied TRANSACT row
      *              carries.
      ******************************************************************
       01  MEMO-POST-RECORD.
           05  MP-SEQ                            PIC S9(15) COMP-3.
           05  MP-TRAN-ID                        PIC X(16).
           05  MP-ACCT-ID                        PIC S9(11) COMP-3.
           05  MP-TRAN-TYPE-CD                   PIC X(02).
           05  MP-TRAN-CAT-CD                    PIC S9(04) COMP.
           05  MP-TRAN-SOURCE                    PIC X(10).
           05  MP-TRAN-DESC                      PIC X(50).
      * Signed as it will post - a payment or redemption is negative
           05  MP-TRAN-AMT                       PIC S9(10)V99
                                                  COMP-3.
           05  MP-CARD-NUM                       PIC X(16).
           05  MP-MERCHANT-ID                    PIC S9(09) COMP.
           05  MP-MERCHANT-NAME                  PIC X(50).
           05  MP-MERCHANT-CITY                  PIC X(50).
           05  MP-MERCHANT-ZIP                   PIC X(10).
           05  MP-ORIG-TS                        PIC X(26).
           05  MP-ORIG-CURR-CD                   PIC X(03).
           05  MP-ORIG-AMT                       PIC S9(10)V99
                                                  COMP-3.
           05  MP-MCC-CD                         PIC S9(04) COMP.
      * Business date the item was keyed on, and when it was queued
           05  MP-QUEUED-BIZ-DATE                PIC X(10).
           05  MP-QUEUED-TS                      PIC X(26).
           05  MP-USER-ID                        PIC X(08).
           05  MP-SOURCE-PGM                     PIC X(08).
           05  MP-STATUS                         PIC X(01).
               88  MP-PENDING                    VALUE 'P'.
               88  MP-APPLIED                    VALUE 'A'.
               88  MP-REJECTED                   VALUE 'R'.
      * Business date CBACT77A applied (or rejected) the item under
           05  MP-APPLIED-DATE                   PIC X(10).
           05  MP-APPLIED-TS                     PIC X(26).
           05  MP-REJECT-REASON                  PIC X(40).
