      *              closure settles mid-year
      * 2026-09-02 - A held SECDEP security deposit offsets the
      *              balance in closure settlement
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Settlement date stamped on the account for the
      *              customer-data retention clock
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - Settled status move journaled on ACCTHIST
      *              (CSUTLHPL) for the change-data extract
      * 2026-10-15 - An account closed by renumbering (ACCTXFER) is not
      *              settled - its balance moved to the new account
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT34A.
       AUTHOR.     AWS.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      * Account maintenance history - see CSUTLHPL; the
      * status move is journaled on ACCTHIST for the change extract.
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT34A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF
               SET ACCT-CURSOR-EOF TO TRUE
           END-IF

      *    An account renumbered after a takeover (ACCTXFER) closed
      *    only because its balance, deposit and fees moved to the
      *    new number - there is nothing to settle, refund or purge,
      *    and the closed row must stay for the link to read.
           EXEC SQL
               DECLARE CUR-SETTLE-ACCT CURSOR FOR
               SELECT ACCT_ID, ACCT_CURR_BAL, ACCT_GROUP_ID,
                      COALESCE(ACCT_LAST_CYC_CLOSE_DATE, ' ')
               FROM ACCTDAT
               WHERE ACCT_ACTIVE_STATUS = 'N'
               AND   NOT EXISTS (SELECT 1 FROM ACCTXFER
                                 WHERE AXF_OLD_ACCT_ID = ACCT_ID)
               ORDER BY ACCT_ID
           END-EXEC

               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, '03', 8, 'SETTLE',
                'ANNUAL FEE REFUND - PRO RATA',
                :HOST-TRAN-AMT, :HOST-XREF-CARD-NUM,
                :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR POSTING ANNUAL FEE REFUND FOR '
               EXEC SQL ROLLBACK END-EXEC
               SET SETTLE-ERR-ON TO TRUE
           ELSE
               MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
               MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
               PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_CURR_BAL =
                           + :HOST-TRAN-AMT
                   WHERE ACCT_ID = :HOST-ACCT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
               END-IF

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, '04', 1, 'SETTLE',
                'SECURITY DEPOSIT APPLIED AT CLOSURE',
                :HOST-TRAN-AMT, :HOST-XREF-CARD-NUM,
                :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET SETTLE-ERR-ON TO TRUE
               GO TO 2260-APPLY-SECURITY-DEPOSIT-EXIT
           END-IF

           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-TRAN-AMT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
                   INSERT INTO TRANSACT
                   (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                    TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                    TRAN_PROC_TS,
                    TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
                   VALUES
                   (:HOST-TRAN-ID, '02', 1, 'SETTLE',
                    'FINAL INTEREST AT ACCOUNT CLOSURE',
                    :HOST-TRAN-AMT, :HOST-XREF-CARD-NUM,
                    :WS-TRAN-TS, :WS-TRAN-TS,
                    :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
               END-EXEC

               IF SQLCODE = 0
                   MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
                   PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
               END-IF

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR POSTING FINAL INTEREST FOR '
      *            Advancing the close date in the same unit of
      *            work ends the accrual window - a rerun over the
      *            same still-unpaid account bills nothing more.
                   MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
                   MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
                   PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
                   EXEC SQL
                       UPDATE ACCTDAT
                       SET ACCT_CURR_BAL =
                           ACCT_LAST_CYC_CLOSE_DATE = :WS-BIZDT-DATE
                       WHERE ACCT_ID = :HOST-ACCT-ID
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
                   END-IF

                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                   INSERT INTO TRANSACT
                   (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                    TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                    TRAN_PROC_TS,
                    TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
                   VALUES
                   (:HOST-TRAN-ID, 'RF', 0, 'SETTLE',
                    'CREDIT BALANCE REFUND AT CLOSURE',
                    :HOST-TRAN-AMT, :HOST-XREF-CARD-NUM,
                    :WS-TRAN-TS, :WS-TRAN-TS,
                    :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
               END-EXEC

               IF SQLCODE = 0
                   MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
                   PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
               END-IF

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR POSTING REFUND FOR ' HOST-ACCT-ID
                   EXEC SQL ROLLBACK END-EXEC
                   SET SETTLE-ERR-ON TO TRUE
               ELSE
                   MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
                   MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
                   PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
                   EXEC SQL
                       UPDATE ACCTDAT
                       SET ACCT_CURR_BAL =
                               + :HOST-TRAN-AMT
                       WHERE ACCT_ID = :HOST-ACCT-ID
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
                   END-IF

                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_ACTIVE_STATUS = 'S',
                   ACCT_SETTLED_DATE = :WS-BIZDT-DATE
               WHERE ACCT_ID = :HOST-ACCT-ID
               AND   ACCT_CURR_BAL = 0
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-ACCT-ID TO WS-AHST-ACCT-ID
               MOVE 'ACCT-STATUS' TO WS-AHST-FIELD-NAME
               MOVE 'N' TO WS-AHST-OLD-VALUE
               MOVE 'S' TO WS-AHST-NEW-VALUE
               MOVE 'CBACT34A' TO WS-AHST-USER-ID
               PERFORM WRITE-ACCT-HISTORY
                  THRU WRITE-ACCT-HISTORY-EXIT
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *          POSTJRNL-BEFORE / POSTJRNL-WRITE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLGPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.

      *----------------------------------------------------------------*
      *            WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.
