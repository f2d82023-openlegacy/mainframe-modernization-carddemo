      *              credit, denial reversal and deadline escalation
      * 2026-09-02 - Fourth pass: aging of approved chargebacks still
      *              out with the network
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - Provisional credit limited to the amount still in
      *              dispute after merchant credits (CSUTL2PL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT17A.
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

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT17A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-PROVISIONAL-CREDITS
           PERFORM 3000-REVERSE-DENIED-CREDITS

      *----------------------------------------------------------------*
      *                 2000-POST-PROVISIONAL-CREDITS
      * DSP_TRAN_AMT is what is still in dispute - a dispute the
      * merchant has partly refunded (CSUTL2PL) is credited for the
      * remainder only, and one refunded in full is closed Credited
      * and never credited at all.
      *----------------------------------------------------------------*
       2000-POST-PROVISIONAL-CREDITS.

                      DSP_TRAN_AMT, DSP_CREATE_TS
               FROM DISPUTES
               WHERE DSP_STATUS = 'O'
               AND   DSP_TRAN_AMT > 0
               AND   COALESCE(DSP_PROV_CREDIT_TRAN_ID, ' ') = ' '
               AND   DSP_CREATE_TS <= :HOST-PROV-CUTOFF-TS
               ORDER BY DSP_DISPUTE_ID
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, 'PC', 0, 'DISPUTE',
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-TRAN-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING PROV CREDIT FOR DISPUTE '
      * ACCT_CURR_CYC_CREDIT accumulates as a non-negative cycle
      * total (the COTRN02A convention), so the negative credit
      * amount is negated before it is added in.
               MOVE HOST-DSP-ACCT-ID TO WS-PJ-ACCT-ID
               MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
               PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-TRAN-AMT,
                           + :HOST-TRAN-AMT
                   WHERE ACCT_ID = :HOST-DSP-ACCT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
               END-IF

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, 'PC', 0, 'DISPUTE',
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-TRAN-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING REVERSAL FOR DISPUTE '
           ELSE
      * The reversal is a positive re-charge, so it lands in the
      * cycle debit bucket the way any other charge does.
               MOVE HOST-DSP-ACCT-ID TO WS-PJ-ACCT-ID
               MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
               PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-TRAN-AMT,
                           + :HOST-TRAN-AMT
                   WHERE ACCT_ID = :HOST-DSP-ACCT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
               END-IF

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
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
