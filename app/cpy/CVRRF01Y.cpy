      ******************************************************************
      * Copybook:    CVRRF01Y
      * Purpose:     Receivables roll-forward record layout (RCVROLL /
      *              RRF_RUN_DATE + RRF_MEASURE) - one row per business
      *              date for the total receivable and each balance
      *              bucket, written by the nightly roll-forward proof
      *              CBACT86A: the opening position (the prior run's
      *              closing), the day's activity, the closing the
      *              activity says there should be, the closing
      *              ACCTDAT actually holds, and the difference. The
      *              closing is the next night's opening. Rerun-safe -
      *              a date is replaced, never duplicated.
      ******************************************************************
       01  RCV-ROLL-RECORD.
           05  RRF-RUN-DATE                      PIC X(10).
           05  RRF-MEASURE                       PIC X(04).
               88  RRF-MEASURE-BALANCE           VALUE 'BAL '.
               88  RRF-MEASURE-CASH              VALUE 'CASH'.
               88  RRF-MEASURE-INTEREST          VALUE 'INT '.
               88  RRF-MEASURE-FEES              VALUE 'FEE '.
               88  RRF-MEASURE-PURCHASES         VALUE 'PUR '.
           05  RRF-OPENING-AMT                   PIC S9(13)V99 COMP-3.
           05  RRF-ACTIVITY-AMT                  PIC S9(13)V99 COMP-3.
           05  RRF-EXPECTED-AMT                  PIC S9(13)V99 COMP-3.
           05  RRF-CLOSING-AMT                   PIC S9(13)V99 COMP-3.
           05  RRF-DIFF-AMT                      PIC S9(13)V99 COMP-3.
      * 'P' opening carried from the prior run's closing; 'D' no
      * prior run - opening derived as closing less the activity.
           05  RRF-OPENING-SOURCE                PIC X(01).
               88  RRF-OPENING-FROM-PRIOR        VALUE 'P'.
               88  RRF-OPENING-DERIVED           VALUE 'D'.
