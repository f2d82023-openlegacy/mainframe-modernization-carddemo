      ******************************************************************
      * 2026-09-02 - A held SECDEP security deposit offsets the
      *              balance before the dead amount charges off
      * 2026-10-15 - A balance discharged in bankruptcy (BANKRPT
      *              status D) charges off regardless of age
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - An account being paid down under an open
      *              settlement offer (SETTLE) is not swept for age
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - Charge-off status move journaled on ACCTHIST
      *              (CSUTLHPL) for the change-data extract
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT25A.
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

      * Account maintenance history - see CSUTLHPL; the status
      * move is journaled on ACCTHIST for the change extract.
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT25A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF

      *    Positive balance, still active, aged into the deepest
      *    delinquency bucket, and no payment posted to any of the
      *    account's cards inside the charge-off window - or a
      *    balance the bankruptcy court has discharged (BANKRPT
      *    status D), which is uncollectable whatever its age.
      *    CBACT70A closes the case once the charge-off is done.
      *    An account under a pending or active settlement offer
      *    is left to CBACT90A, which breaks the offer on a missed
      *    installment and puts it back in reach of this sweep.
           EXEC SQL
               DECLARE CUR-CHGOFF-ACCT CURSOR FOR
               SELECT A.ACCT_ID, A.ACCT_CURR_BAL
               FROM ACCTDAT A
               WHERE A.ACCT_ACTIVE_STATUS = 'Y'
               AND   A.ACCT_CURR_BAL > 0
               AND   ((EXISTS
                       (SELECT 1 FROM DELINQ D
                        WHERE D.DLQ_ACCT_ID = A.ACCT_ID
                        AND   D.DLQ_BUCKET = '4')
                       AND NOT EXISTS
                       (SELECT 1 FROM TRANSACT T, CXACAIX X
                        WHERE X.XREF_ACCT_ID = A.ACCT_ID
                        AND   T.TRAN_CARD_NUM = X.XREF_CARD_NUM
                        AND   T.TRAN_TYPE_CD = '04'
                        AND   T.TRAN_PROC_TS >= :HOST-CUTOFF-TS)
                       AND NOT EXISTS
                       (SELECT 1 FROM SETTLE S
                        WHERE S.STL_ACCT_ID = A.ACCT_ID
                        AND   S.STL_STATUS IN ('P', 'A')))
                     OR EXISTS
                       (SELECT 1 FROM BANKRPT B
                        WHERE B.BKR_ACCT_ID = A.ACCT_ID
                        AND   B.BKR_STATUS = 'D'))
               ORDER BY A.ACCT_ID
           END-EXEC

                   INSERT INTO TRANSACT
                   (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                    TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                    TRAN_PROC_TS,
                    TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
                   VALUES
                   (:HOST-TRAN-ID, 'WO', 0, 'CHARGEOFF',
                    :WS-WO-TRAN-DESC, :HOST-TRAN-AMT,
                    :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                    :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
               END-EXEC

               IF SQLCODE = 0
                   MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
                   PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
               END-IF

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR INSERTING WRITE-OFF FOR ACCT '
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, '04', 1, 'CHARGEOFF',
                'SECURITY DEPOSIT APPLIED AT CHARGE-OFF',
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
               ADD 1 TO WS-ACCTS-ERRORS
               GO TO 2050-APPLY-SECURITY-DEPOSIT-EXIT
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
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           ELSE
               MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
               MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
               PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_ACTIVE_STATUS = 'C',
                       ACCT_BAL_PURCHASES = 0
                   WHERE ACCT_ID = :HOST-ACCT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
               END-IF
               IF SQLCODE = 0
                   MOVE HOST-ACCT-ID TO WS-AHST-ACCT-ID
                   MOVE 'ACCT-STATUS' TO WS-AHST-FIELD-NAME
                   MOVE 'Y' TO WS-AHST-OLD-VALUE
                   MOVE 'C' TO WS-AHST-NEW-VALUE
                   MOVE 'CBACT25A' TO WS-AHST-USER-ID
                   PERFORM WRITE-ACCT-HISTORY
                      THRU WRITE-ACCT-HISTORY-EXIT
               END-IF

               IF SQLCODE = 0
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
