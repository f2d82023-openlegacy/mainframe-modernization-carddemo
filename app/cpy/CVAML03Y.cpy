      ******************************************************************
      * Copybook:    CVAML03Y
      * Purpose:     AML case transaction record layout (AMLCTRN /
      *              AMX_CASE_ID + AMX_TRAN_ID) - the transactions
      *              that triggered an AMLCASE alert, copied at
      *              alert time so the case file survives the
      *              TRANSACT archival sweep. A transaction already
      *              attached to a case for a scenario is not
      *              counted toward that scenario again.
      ******************************************************************
       01  AML-CASE-TRAN-RECORD.
           05  AMX-CASE-ID                       PIC S9(18) COMP-3.
           05  AMX-TRAN-ID                       PIC X(16).
           05  AMX-RULE-ID                       PIC X(04).
           05  AMX-CARD-NUM                      PIC X(16).
           05  AMX-TRAN-TYPE-CD                  PIC X(02).
           05  AMX-TRAN-SOURCE                   PIC X(10).
           05  AMX-TRAN-AMT                      PIC S9(10)V99
                                                  COMP-3.
           05  AMX-TRAN-PROC-TS                  PIC X(26).
