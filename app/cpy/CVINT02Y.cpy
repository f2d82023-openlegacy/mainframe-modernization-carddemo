      ******************************************************************
      * Copybook:    CVINT02Y
      * Purpose:     Back-value interest adjustment record layout
      *              (INTADJ / INA_ACCT_ID + INA_CALC_DATE +
      *              INA_BVL_TRAN_ID) - one row per INTCALC cycle a
      *              back-valued credit (BACKVAL) corrected, written by
      *              CBACT98A beside the INTCALC row it adjusts: the
      *              DAILYBAL snapshots in the cycle that missed the
      *              credit, how far that lowers each bucket's average
      *              daily balance basis, the APRs re-applied and the
      *              interest credited back. The basis and interest
      *              left on the cycle after every adjustment is the
      *              INTCALC figure less the INTADJ rows' reductions,
      *              so a second back-valued credit in the same cycle
      *              is recomputed from where the first one left it.
      ******************************************************************
       01  INTEREST-ADJ-RECORD.
           05  INA-ACCT-ID                       PIC S9(11) COMP-3.
      * The INTCALC row (INT_CALC_DATE) being corrected.
           05  INA-CALC-DATE                     PIC X(10).
      * The back-valued credit (BVL_TRAN_ID) behind the correction.
           05  INA-BVL-TRAN-ID                   PIC X(16).
           05  INA-EFF-DATE                      PIC X(10).
           05  INA-POST-DATE                     PIC X(10).
      * Snapshots inside the cycle's window dated on or after the
      * effective date and before the posting date, out of the
      * INTCALC snapshot count the averages were taken over.
           05  INA-DAYS-AFFECTED                 PIC S9(05) COMP-3.
           05  INA-SNAP-COUNT                    PIC S9(05) COMP-3.
           05  INA-PURCH-BASIS-REDUCT            PIC S9(10)V99
                                                  COMP-3.
           05  INA-CASH-BASIS-REDUCT             PIC S9(10)V99
                                                  COMP-3.
           05  INA-PURCH-APR                     PIC S9(03)V9(02)
                                                  COMP-3.
           05  INA-CASH-APR                      PIC S9(03)V9(02)
                                                  COMP-3.
           05  INA-PURCH-ADJ-AMT                 PIC S9(09)V99
                                                  COMP-3.
           05  INA-CASH-ADJ-AMT                  PIC S9(09)V99
                                                  COMP-3.
      * Interest credited for the cycle - the two buckets together.
           05  INA-ADJ-AMT                       PIC S9(09)V99
                                                  COMP-3.
           05  INA-TRAN-ID                       PIC X(16).
           05  INA-CREATE-TS                     PIC X(26).
