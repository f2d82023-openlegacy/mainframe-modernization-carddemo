      ******************************************************************
      * Copybook:    CSUTLGPL
      * Purpose:     Generic batch posting journal procedure logic
      *              against table POSTJRNL (layout CVPJR01Y). A batch
      *              job that changes an ACCTDAT balance performs
      *              POSTJRNL-BEFORE immediately before its UPDATE and
      *              POSTJRNL-WRITE immediately after a successful
      *              one; the journal row records exactly what the
      *              update did to the balance, cycle totals and
      *              allocation buckets, so the backout utility
      *              CBACT76A can put the account back the way it
      *              was. Issues no COMMIT/ROLLBACK of its own - the
      *              journal row shares the caller's unit of work and
      *              commits (or rolls back) with the posting. SQLCODE
      *              is left as the result of the last journal
      *              statement, so a caller that tests SQLCODE after
      *              its update treats a journal failure exactly like
      *              a failed update; WS-PJ-ERR-FLG is also set. A
      *              failed POSTJRNL-BEFORE read is reported by the
      *              POSTJRNL-WRITE that follows it. Set WS-PJ-JOB-
      *              NAME and WS-PJ-JOB-DATE once at start of run,
      *              and WS-PJ-ACCT-ID / WS-PJ-TRAN-ID (SPACES for a
      *              balance-only change) before POSTJRNL-BEFORE.
      *              Requires the fields declared in copybook CSUTLGWY
      *              in the calling program's WORKING-STORAGE.
      ******************************************************************
       POSTJRNL-BEFORE.
           SET PJ-ERR-OFF TO TRUE

           EXEC SQL
               SELECT ACCT_CURR_BAL, ACCT_CURR_CYC_CREDIT,
                      ACCT_CURR_CYC_DEBIT,
                      COALESCE(ACCT_CASH_BAL, 0),
                      COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0)
               INTO :WS-PJ-BEF-CURR-BAL, :WS-PJ-BEF-CYC-CREDIT,
                    :WS-PJ-BEF-CYC-DEBIT, :WS-PJ-BEF-CASH-BAL,
                    :WS-PJ-BEF-INTEREST, :WS-PJ-BEF-FEES,
                    :WS-PJ-BEF-PURCHASES
               FROM ACCTDAT
               WHERE ACCT_ID = :WS-PJ-ACCT-ID
           END-EXEC

           MOVE SQLCODE TO WS-PJ-SQL-STATUS

           IF WS-PJ-SQL-STATUS NOT = 0
               SET PJ-ERR-ON TO TRUE
               DISPLAY 'ERROR READING ACCTDAT FOR POSTJRNL - SQLCODE: '
                       WS-PJ-SQL-STATUS
           END-IF
           .
       POSTJRNL-BEFORE-EXIT.
           EXIT.

       POSTJRNL-WRITE.
      *    A failed before-image read fails the posting here, where
      *    the caller is already testing SQLCODE.
           IF PJ-ERR-ON
               MOVE WS-PJ-SQL-STATUS TO SQLCODE
               GO TO POSTJRNL-WRITE-EXIT
           END-IF

           EXEC SQL
               SELECT ACCT_CURR_BAL, ACCT_CURR_CYC_CREDIT,
                      ACCT_CURR_CYC_DEBIT,
                      COALESCE(ACCT_CASH_BAL, 0),
                      COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0)
               INTO :WS-PJ-AFT-CURR-BAL, :WS-PJ-AFT-CYC-CREDIT,
                    :WS-PJ-AFT-CYC-DEBIT, :WS-PJ-AFT-CASH-BAL,
                    :WS-PJ-AFT-INTEREST, :WS-PJ-AFT-FEES,
                    :WS-PJ-AFT-PURCHASES
               FROM ACCTDAT
               WHERE ACCT_ID = :WS-PJ-ACCT-ID
           END-EXEC

           MOVE SQLCODE TO WS-PJ-SQL-STATUS

           IF WS-PJ-SQL-STATUS NOT = 0
               SET PJ-ERR-ON TO TRUE
               DISPLAY 'ERROR READING ACCTDAT FOR POSTJRNL - SQLCODE: '
                       WS-PJ-SQL-STATUS
               GO TO POSTJRNL-WRITE-EXIT
           END-IF

           COMPUTE WS-PJ-DLT-CURR-BAL =
               WS-PJ-AFT-CURR-BAL - WS-PJ-BEF-CURR-BAL
           COMPUTE WS-PJ-DLT-CYC-CREDIT =
               WS-PJ-AFT-CYC-CREDIT - WS-PJ-BEF-CYC-CREDIT
           COMPUTE WS-PJ-DLT-CYC-DEBIT =
               WS-PJ-AFT-CYC-DEBIT - WS-PJ-BEF-CYC-DEBIT
           COMPUTE WS-PJ-DLT-CASH-BAL =
               WS-PJ-AFT-CASH-BAL - WS-PJ-BEF-CASH-BAL
           COMPUTE WS-PJ-DLT-INTEREST =
               WS-PJ-AFT-INTEREST - WS-PJ-BEF-INTEREST
           COMPUTE WS-PJ-DLT-FEES =
               WS-PJ-AFT-FEES - WS-PJ-BEF-FEES
           COMPUTE WS-PJ-DLT-PURCHASES =
               WS-PJ-AFT-PURCHASES - WS-PJ-BEF-PURCHASES

           MOVE FUNCTION CURRENT-DATE TO WS-PJ-CURDATE-TIME
           STRING WS-PJ-CURR-YYYYMMDD(1:4) '-'
                  WS-PJ-CURR-YYYYMMDD(5:2) '-'
                  WS-PJ-CURR-YYYYMMDD(7:2) '-'
                  WS-PJ-CURR-HHMMSS(1:2) '.'
                  WS-PJ-CURR-HHMMSS(3:2) '.'
                  WS-PJ-CURR-HHMMSS(5:2) '.000000'
                  DELIMITED BY SIZE
                  INTO WS-PJ-TS
           END-STRING

           EXEC SQL
               INSERT INTO POSTJRNL
               (PJ_SEQ, PJ_JOB_NAME, PJ_JOB_DATE, PJ_ACCT_ID,
                PJ_TRAN_ID, PJ_CURR_BAL_DELTA, PJ_CYC_CREDIT_DELTA,
                PJ_CYC_DEBIT_DELTA, PJ_CASH_BAL_DELTA,
                PJ_INTEREST_DELTA, PJ_FEES_DELTA, PJ_PURCHASES_DELTA,
                PJ_POST_TS, PJ_BACKOUT_TS)
               VALUES
               (NEXT VALUE FOR POSTJRNL_SEQ, :WS-PJ-JOB-NAME,
                :WS-PJ-JOB-DATE, :WS-PJ-ACCT-ID, :WS-PJ-TRAN-ID,
                :WS-PJ-DLT-CURR-BAL, :WS-PJ-DLT-CYC-CREDIT,
                :WS-PJ-DLT-CYC-DEBIT, :WS-PJ-DLT-CASH-BAL,
                :WS-PJ-DLT-INTEREST, :WS-PJ-DLT-FEES,
                :WS-PJ-DLT-PURCHASES, :WS-PJ-TS, ' ')
           END-EXEC

           MOVE SQLCODE TO WS-PJ-SQL-STATUS

           IF WS-PJ-SQL-STATUS NOT = 0
               SET PJ-ERR-ON TO TRUE
               DISPLAY 'ERROR INSERTING POSTJRNL - SQLCODE: '
                       WS-PJ-SQL-STATUS
           END-IF
           .
       POSTJRNL-WRITE-EXIT.
           EXIT.
