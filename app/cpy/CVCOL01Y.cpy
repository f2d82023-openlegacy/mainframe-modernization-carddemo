               88  COL-STATUS-ASSIGNED           VALUE 'A'.
               88  COL-STATUS-PROMISE            VALUE 'P'.
               88  COL-STATUS-CURED              VALUE 'C'.
      * Pulled off the queue by a bankruptcy filing (COBKR01A) - no
      * collector may work it while the automatic stay is in force.
      * Requeued if the case is dismissed (CBACT70A).
               88  COL-STATUS-BANKRUPTCY         VALUE 'B'.
           05  COL-PROMISE-DATE                  PIC X(10).
           05  COL-PROMISE-AMT                   PIC S9(10)V99
                                                  COMP-3.
