      ******************************************************************
      * Copybook:    CSUTLWWY
      * Purpose:     Working-storage fields for monthly transaction
      *              summary posting procedure logic (paired with
      *              procedure copybook CSUTLWPL).
      ******************************************************************
           10  WS-TSUM-TRAN-ID                   PIC X(16).
           10  WS-TSUM-ACCT-ID                   PIC S9(11) COMP-3.
           10  WS-TSUM-MONTH                     PIC X(07).
           10  WS-TSUM-TYPE-CD                   PIC X(02).
           10  WS-TSUM-CAT-CD                    PIC S9(04) COMP.
           10  WS-TSUM-MERCHANT-ID               PIC S9(09) COMP.
           10  WS-TSUM-MCC-CD                    PIC S9(04) COMP.
           10  WS-TSUM-MERCHANT-NAME             PIC X(50).
           10  WS-TSUM-TRAN-AMT                  PIC S9(10)V99 COMP-3.
           10  WS-TSUM-SPEND-CNT                 PIC S9(09) COMP.
           10  WS-TSUM-SPEND-AMT                 PIC S9(10)V99 COMP-3.
           10  WS-TSUM-ORIG-TS                   PIC X(26).
           10  WS-TSUM-SQL-STATUS                PIC S9(09) COMP.
           10  WS-TSUM-ERR-FLG                   PIC X(01).
               88  TSUM-ERR-ON                    VALUE 'Y'.
               88  TSUM-ERR-OFF                   VALUE 'N'.
