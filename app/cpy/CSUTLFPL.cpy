      ******************************************************************
      * Copybook:    CSUTLFPL
      * Purpose:     Generic batch payment posting procedure logic. A
      *              batch job that drafts a customer payment from
      *              their EFT account (CBACT14A autopay, CBACT97A
      *              scheduled payments) performs PAYMENT-POST to
      *              insert the payment transaction (type 04 /
      *              category 1, the same type and category COTRN02A's
      *              payment lane uses), spread the amount across the
      *              account's fees, interest, cash and purchase
      *              buckets in that order, and apply it to ACCTDAT -
      *              journaled through CSUTLGPL so CBACT76A can back
      *              it out. ACCT_CURR_CYC_CREDIT accumulates as a
      *              non-negative cycle-to-date payment total. Issues
      *              no COMMIT/ROLLBACK of its own - the caller
      *              commits when PAYP-ERR-OFF and rolls back when
      *              PAYP-ERR-ON. Set WS-PAYP-ACCT-ID, WS-PAYP-CARD-
      *              NUM, WS-PAYP-PAY-AMT, WS-PAYP-SOURCE, WS-PAYP-
      *              DESC and WS-PAYP-TRAN-TS; the new TRAN_ID comes
      *              back in WS-PAYP-TRAN-ID. Requires the fields
      *              declared in copybooks CSUTLFWY and CSUTLGWY (with
      *              WS-PJ-JOB-NAME / WS-PJ-JOB-DATE set) in the
      *              calling program's WORKING-STORAGE, and CSUTLGPL
      *              in its PROCEDURE DIVISION. The payment is added
      *              to its monthly TRANSUM row through CSUTLWPL, so
      *              CSUTLWWY / CSUTLWPL are required as well.
      ******************************************************************
       PAYMENT-POST.
           SET PAYP-ERR-OFF TO TRUE

           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :WS-PAYP-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE WS-PAYP-TRAN-ID-SEQ TO WS-PAYP-TRAN-ID-N
           MOVE WS-PAYP-TRAN-ID-N   TO WS-PAYP-TRAN-ID
           COMPUTE WS-PAYP-TRAN-AMT = 0 - WS-PAYP-PAY-AMT

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS, TRAN_JOB_NAME, TRAN_JOB_DATE,
                TRAN_REVERSAL_ID)
               VALUES
               (:WS-PAYP-TRAN-ID, '04', 1, :WS-PAYP-SOURCE,
                :WS-PAYP-DESC, :WS-PAYP-TRAN-AMT,
                :WS-PAYP-CARD-NUM, :WS-PAYP-TRAN-TS,
                :WS-PAYP-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-PAYP-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           MOVE SQLCODE TO WS-PAYP-SQL-STATUS

           IF WS-PAYP-SQL-STATUS NOT = 0
               SET PAYP-ERR-ON TO TRUE
               DISPLAY 'ERROR INSERTING TRANSACT FOR ACCT '
                       WS-PAYP-ACCT-ID ' - SQLCODE: '
                       WS-PAYP-SQL-STATUS
               GO TO PAYMENT-POST-EXIT
           END-IF

           PERFORM PAYMENT-ALLOCATE THRU PAYMENT-ALLOCATE-EXIT

           MOVE WS-PAYP-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-PAYP-TRAN-ID TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL = ACCT_CURR_BAL + :WS-PAYP-TRAN-AMT,
                   ACCT_CURR_CYC_CREDIT =
                       ACCT_CURR_CYC_CREDIT + :WS-PAYP-PAY-AMT,
                   ACCT_BAL_FEES = :WS-PAYP-BAL-FEES,
                   ACCT_BAL_INTEREST = :WS-PAYP-BAL-INTEREST,
                   ACCT_CASH_BAL = :WS-PAYP-CASH-BAL,
                   ACCT_BAL_PURCHASES = :WS-PAYP-BAL-PURCHASES
               WHERE ACCT_ID = :WS-PAYP-ACCT-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           MOVE SQLCODE TO WS-PAYP-SQL-STATUS

           IF WS-PAYP-SQL-STATUS NOT = 0
               SET PAYP-ERR-ON TO TRUE
               DISPLAY 'ERROR UPDATING ACCTDAT FOR ACCT '
                       WS-PAYP-ACCT-ID ' - SQLCODE: '
                       WS-PAYP-SQL-STATUS
           END-IF
           .
       PAYMENT-POST-EXIT.
           EXIT.

      *    Fees first, then interest, then cash, the remainder to
      *    purchases - the same hierarchy COTRN02A's payment lane
      *    applies.
       PAYMENT-ALLOCATE.
           EXEC SQL
               SELECT COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_CASH_BAL, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0)
               INTO :WS-PAYP-BAL-INTEREST, :WS-PAYP-BAL-FEES,
                    :WS-PAYP-CASH-BAL, :WS-PAYP-BAL-PURCHASES
               FROM ACCTDAT
               WHERE ACCT_ID = :WS-PAYP-ACCT-ID
           END-EXEC

           MOVE WS-PAYP-PAY-AMT TO WS-PAYP-ALLOC-REMAINING

           IF WS-PAYP-BAL-FEES > 0
               IF WS-PAYP-ALLOC-REMAINING < WS-PAYP-BAL-FEES
                   MOVE WS-PAYP-ALLOC-REMAINING
                     TO WS-PAYP-ALLOC-PORTION
               ELSE
                   MOVE WS-PAYP-BAL-FEES TO WS-PAYP-ALLOC-PORTION
               END-IF
               SUBTRACT WS-PAYP-ALLOC-PORTION FROM WS-PAYP-BAL-FEES
               SUBTRACT WS-PAYP-ALLOC-PORTION
                   FROM WS-PAYP-ALLOC-REMAINING
           END-IF

           IF WS-PAYP-BAL-INTEREST > 0
               IF WS-PAYP-ALLOC-REMAINING < WS-PAYP-BAL-INTEREST
                   MOVE WS-PAYP-ALLOC-REMAINING
                     TO WS-PAYP-ALLOC-PORTION
               ELSE
                   MOVE WS-PAYP-BAL-INTEREST TO WS-PAYP-ALLOC-PORTION
               END-IF
               SUBTRACT WS-PAYP-ALLOC-PORTION
                   FROM WS-PAYP-BAL-INTEREST
               SUBTRACT WS-PAYP-ALLOC-PORTION
                   FROM WS-PAYP-ALLOC-REMAINING
           END-IF

           IF WS-PAYP-CASH-BAL > 0
               IF WS-PAYP-ALLOC-REMAINING < WS-PAYP-CASH-BAL
                   MOVE WS-PAYP-ALLOC-REMAINING
                     TO WS-PAYP-ALLOC-PORTION
               ELSE
                   MOVE WS-PAYP-CASH-BAL TO WS-PAYP-ALLOC-PORTION
               END-IF
               SUBTRACT WS-PAYP-ALLOC-PORTION FROM WS-PAYP-CASH-BAL
               SUBTRACT WS-PAYP-ALLOC-PORTION
                   FROM WS-PAYP-ALLOC-REMAINING
           END-IF

           SUBTRACT WS-PAYP-ALLOC-REMAINING
               FROM WS-PAYP-BAL-PURCHASES
           .
       PAYMENT-ALLOCATE-EXIT.
           EXIT.
