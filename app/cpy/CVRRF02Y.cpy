      ******************************************************************
      * Copybook:    CVRRF02Y
      * Purpose:     Receivables roll-forward activity record layout
      *              (RCVROLLT / RRT_RUN_DATE + RRT_TRAN_TYPE_CD) - one
      *              row per transaction type per business date behind
      *              the CBACT86A proof: the day's TRANSACT activity,
      *              what the posting journal says the postings did to
      *              the balance, and the parts of the difference the
      *              type accounts for. Type blank carries journaled
      *              balance adjustments that have no TRANSACT row.
      ******************************************************************
       01  RCV-ROLL-TYPE-RECORD.
           05  RRT-RUN-DATE                      PIC X(10).
           05  RRT-TRAN-TYPE-CD                  PIC X(02).
           05  RRT-TRAN-CNT                      PIC S9(09) COMP-3.
           05  RRT-TRAN-AMT                      PIC S9(13)V99 COMP-3.
      * Of RRT-TRAN-AMT, the transactions the posting journal covers
           05  RRT-JOURNALED-AMT                 PIC S9(13)V99 COMP-3.
      * Journaled balance change less the journaled transactions -
      * postings that moved the balance by other than their amount
           05  RRT-POSTING-VAR-AMT               PIC S9(13)V99 COMP-3.
      * Unjournaled activity of a type with no fixed bucket (credits
      * allocated across buckets where the split was not recorded)
           05  RRT-UNALLOC-AMT                   PIC S9(13)V99 COMP-3.
