      ******************************************************************
      * Copybook:    CSUTLGWY
      * Purpose:     Working-storage fields for generic batch posting
      *              journal procedure logic (paired with procedure
      *              copybook CSUTLGPL).
      ******************************************************************
      * Posting job and business date - also the stamp the job puts
      * on its TRANSACT rows (TRAN_JOB_NAME / TRAN_JOB_DATE)
           10  WS-PJ-JOB-NAME                    PIC X(08).
           10  WS-PJ-JOB-DATE                    PIC X(10).
           10  WS-PJ-ACCT-ID                     PIC S9(11) COMP-3.
           10  WS-PJ-TRAN-ID                     PIC X(16).
           10  WS-PJ-BEFORE.
               15  WS-PJ-BEF-CURR-BAL            PIC S9(10)V99 COMP-3.
               15  WS-PJ-BEF-CYC-CREDIT          PIC S9(10)V99 COMP-3.
               15  WS-PJ-BEF-CYC-DEBIT           PIC S9(10)V99 COMP-3.
               15  WS-PJ-BEF-CASH-BAL            PIC S9(10)V99 COMP-3.
               15  WS-PJ-BEF-INTEREST            PIC S9(10)V99 COMP-3.
               15  WS-PJ-BEF-FEES                PIC S9(10)V99 COMP-3.
               15  WS-PJ-BEF-PURCHASES           PIC S9(10)V99 COMP-3.
           10  WS-PJ-AFTER.
               15  WS-PJ-AFT-CURR-BAL            PIC S9(10)V99 COMP-3.
               15  WS-PJ-AFT-CYC-CREDIT          PIC S9(10)V99 COMP-3.
               15  WS-PJ-AFT-CYC-DEBIT           PIC S9(10)V99 COMP-3.
               15  WS-PJ-AFT-CASH-BAL            PIC S9(10)V99 COMP-3.
               15  WS-PJ-AFT-INTEREST            PIC S9(10)V99 COMP-3.
               15  WS-PJ-AFT-FEES                PIC S9(10)V99 COMP-3.
               15  WS-PJ-AFT-PURCHASES           PIC S9(10)V99 COMP-3.
           10  WS-PJ-DELTA.
               15  WS-PJ-DLT-CURR-BAL            PIC S9(10)V99 COMP-3.
               15  WS-PJ-DLT-CYC-CREDIT          PIC S9(10)V99 COMP-3.
               15  WS-PJ-DLT-CYC-DEBIT           PIC S9(10)V99 COMP-3.
               15  WS-PJ-DLT-CASH-BAL            PIC S9(10)V99 COMP-3.
               15  WS-PJ-DLT-INTEREST            PIC S9(10)V99 COMP-3.
               15  WS-PJ-DLT-FEES                PIC S9(10)V99 COMP-3.
               15  WS-PJ-DLT-PURCHASES           PIC S9(10)V99 COMP-3.
           10  WS-PJ-TS                          PIC X(26).
           10  WS-PJ-CURDATE-TIME.
               15  WS-PJ-CURR-YYYYMMDD           PIC 9(08).
               15  WS-PJ-CURR-HHMMSS             PIC 9(06).
               15  FILLER                        PIC X(07).
           10  WS-PJ-SQL-STATUS                  PIC S9(09) COMP.
           10  WS-PJ-ERR-FLG                     PIC X(01).
               88  PJ-ERR-ON                      VALUE 'Y'.
               88  PJ-ERR-OFF                     VALUE 'N'.
