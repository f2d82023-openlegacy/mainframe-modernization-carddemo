      * Modification History
      * 2026-09-02 - New batch job: stand-in advice file posting after
      *              a network stand-in period
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT38A.
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
           MOVE 'CBACT38A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ADVICE-FILE
                   UNTIL ADVICE-FILE-EOF
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_MERCHANT_ID,
                TRAN_MERCHANT_NAME, TRAN_MERCHANT_CITY,
                TRAN_MERCHANT_ZIP, TRAN_ORIG_TS, TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, :HOST-TRAN-TYPE-CD, :HOST-TRAN-CAT-CD,
                'STANDIN', :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-TRAN-CARD-NUM, :HOST-TRAN-MERCHANT-ID,
                :HOST-MERCH-NAME, :HOST-MERCH-CITY,
                :HOST-MERCH-ZIP, :HOST-TRAN-ORIG-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING TRANSACT - SQLCODE: '
       2550-UPDATE-ACCOUNT-BALANCE.

           IF TRAN-TYPE-IS-CASH-ADV
               MOVE HOST-XREF-ACCT-ID TO WS-PJ-ACCT-ID
               MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
               PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_CURR_BAL =
                           + :HOST-TRAN-AMT
                   WHERE ACCT_ID = :HOST-XREF-ACCT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
               END-IF
           ELSE
               MOVE HOST-XREF-ACCT-ID TO WS-PJ-ACCT-ID
               MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
               PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_CURR_BAL =
                           + :HOST-TRAN-AMT
                   WHERE ACCT_ID = :HOST-XREF-ACCT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
               END-IF
           END-IF

           IF SQLCODE NOT = 0
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
