           05  RF-ALLOWED-IND                    PIC X(01).
               88  RF-FUNCTION-ALLOWED           VALUE 'Y'.
               88  RF-FUNCTION-DENIED            VALUE 'N'.
      * Dollar authority the role carries for the function - today
      * read for the fee and interest reversal function (COFRV00U):
      * a reversal above the user's limit is not posted but queued on
      * PENDCHG for a checker whose own limit covers it. Nullable;
      * null or zero means no authority of the role's own.
           05  RF-AUTH-LIMIT-AMT                 PIC S9(07)V99 COMP-3.
