      * merchant master so industry reporting doesn't shift when a
      * merchant is later reclassified. 0000 = unclassified.
           05  TRAN-MCC-CD                       PIC 9(04).
      * Batch run that posted the row - the job name and business
      * date, so one night's postings from one job can be picked
      * out and backed out (CBACT76A). Blank for online postings.
           05  TRAN-JOB-NAME                     PIC X(08).
           05  TRAN-JOB-DATE                     PIC X(10).
      * On a backout offset row, the TRAN-ID it reverses; blank on
      * every other row. An original is backed out once an offset
      * naming it exists.
           05  TRAN-REVERSAL-ID                  PIC X(16).
