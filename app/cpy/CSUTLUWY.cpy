      ******************************************************************
      * Copybook:    CSUTLUWY
      * Purpose:     Working-storage fields for generic back-valued
      *              posting procedure logic (paired with procedure
      *              copybook CSUTLUPL).
      ******************************************************************
      * Caller sets these before BACKVAL-CHECK
           10  WS-BV-GROUP-ID                    PIC X(10).
           10  WS-BV-EFF-DATE                    PIC X(10).
           10  WS-BV-BIZ-DATE                    PIC X(10).
      * Caller sets these as well before BACKVAL-RECORD
           10  WS-BV-ACCT-ID                     PIC S9(11) COMP-3.
           10  WS-BV-TRAN-ID                     PIC X(16).
      * Amount credited - positive
           10  WS-BV-CREDIT-AMT                  PIC S9(10)V99 COMP-3.
      * Spaces while the item waits on the memo-post queue
           10  WS-BV-POST-DATE                   PIC X(10).
           10  WS-BV-SOURCE-PGM                  PIC X(08).
           10  WS-BV-USER-ID                     PIC X(08).
      * Returned by BACKVAL-CHECK
           10  WS-BV-LIMIT-DAYS                  PIC S9(05) COMP-3.
           10  WS-BV-EARLIEST-DATE               PIC X(10).
           10  WS-BV-RESULT                      PIC X(01).
               88  BV-ALLOWED                     VALUE 'Y'.
               88  BV-NOT-BACK-VALUED             VALUE 'N'.
               88  BV-FUTURE-DATE                 VALUE 'F'.
               88  BV-BEYOND-LIMIT                VALUE 'L'.
               88  BV-CHECK-ERROR                 VALUE 'E'.
      * House limit for a rate group row with no back-value limit
           10  WS-BV-DEFAULT-LIMIT-DAYS          PIC S9(05) COMP-3
                                                  VALUE 10.
      * Work fields
           10  WS-BV-RATE-LIMIT-DAYS             PIC S9(05) COMP-3.
           10  WS-BV-BIZ-YYYYMMDD                PIC 9(08).
           10  WS-BV-EARLY-YYYYMMDD              PIC 9(08).
           10  WS-BV-EARLY-INT                   PIC S9(09) COMP.
           10  WS-BV-SQL-STATUS                  PIC S9(09) COMP.
