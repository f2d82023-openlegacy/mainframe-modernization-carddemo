      * Type        : Batch COBOL/DB2 Program
      * Function    : ACH return file processing - matches each
      *               return on the bank's file to the originating
      *               CBACT14A autopay or CBACT97A scheduled-payment
      *               draft (by account and amount), applies the same
      *               reversal-plus-NSF-fee unit of work CONSF01A
      *               applies to a keyed return (including the
      *               cardholder alert), suspends autopay enrollment
      *               and scheduled payments after consecutive
      *               returns, and reports anything it could not
      *               match - no CSR runs returns one at a time days
      *               late again.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Modification History
      * 2026-09-02 - New batch job: ACH return file processing with
      *              repeat-offender autopay suspension
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Returns matched against CBACT97A scheduled-
      *              payment drafts too; repeated returns also
      *              suspend the account's PAYSCHED instructions
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT48A.
         05 WS-RETURNS-APPLIED         PIC 9(07) VALUE ZEROS.
         05 WS-RETURNS-UNMATCHED       PIC 9(07) VALUE ZEROS.
         05 WS-AUTOPAY-SUSPENDED       PIC 9(07) VALUE ZEROS.
         05 WS-SCHEDS-SUSPENDED        PIC 9(07) VALUE ZEROS.
         05 WS-RETURN-ERRORS           PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-REVERSED-AMT      PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      *----------------------------------------------------------------*
      *      Working Storage for WRITE-NOTIFICATION (shared logic)
      *----------------------------------------------------------------*
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

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
           MOVE 'CBACT48A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURN-FILE
                   UNTIL RTN-FILE-EOF
           MOVE ZEROS TO WS-RETURNS-APPLIED
           MOVE ZEROS TO WS-RETURNS-UNMATCHED
           MOVE ZEROS TO WS-AUTOPAY-SUSPENDED
           MOVE ZEROS TO WS-SCHEDS-SUSPENDED
           MOVE ZEROS TO WS-RETURN-ERRORS
           MOVE ZEROS TO WS-TOTAL-REVERSED-AMT
           SET RTN-FILE-NOT-EOF TO TRUE

      *----------------------------------------------------------------*
      *                 2200-MATCH-ORIGINATING-DRAFT
      * The return matches the most recent AUTOPAY or SCHEDPAY
      * (CBACT97A scheduled payment) draft on the account for the
      * returned amount that has not already been
      * reversed - the reversal's REVERSES stamp in the description
      * is the same already-done guard CONSF01A uses.
      *----------------------------------------------------------------*
               INTO :HOST-PAY-TRAN-ID
               FROM TRANSACT T
               WHERE T.TRAN_CARD_NUM = :HOST-XREF-CARD-NUM
               AND   T.TRAN_SOURCE IN ('AUTOPAY', 'SCHEDPAY')
               AND   T.TRAN_TYPE_CD = '04'
               AND   T.TRAN_AMT = (0 - :WS-RTN-AMT-N)
               AND   NOT EXISTS
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-REV-TRAN-ID, 'RP', 0, 'ACHRTN',
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-REV-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET APPLY-ERR-ON TO TRUE
               EXEC SQL ROLLBACK END-EXEC

      *    The account where it would be had the draft never posted
      *    - same re-derivation CONSF01A applies.
           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL =
                       + :WS-RTN-AMT-N
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET APPLY-ERR-ON TO TRUE
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-FEE-TRAN-ID, '03', 4, 'ACHRTN',
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-FEE-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET APPLY-ERR-ON TO TRUE
               EXEC SQL ROLLBACK END-EXEC
               GO TO 2300-REVERSE-AND-FEE-EXIT
           END-IF

           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL =
                       COALESCE(ACCT_BAL_FEES, 0) + :HOST-TRAN-AMT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET APPLY-ERR-ON TO TRUE
      *                  2600-CHECK-REPEAT-OFFENDER
      * Enough reversed payments inside the lookback and the account
      * stops drafting - autopay enrollment is suspended so CBACT14A
      * leaves it alone until someone re-enrolls it deliberately, and
      * its active scheduled payments are suspended so CBACT97A stops
      * drafting them too.
      *----------------------------------------------------------------*
       2600-CHECK-REPEAT-OFFENDER.

                       EXEC SQL ROLLBACK END-EXEC
                       ADD 1 TO WS-RETURN-ERRORS
               END-EVALUATE
               PERFORM 2650-SUSPEND-SCHEDULES
           END-IF.

      *----------------------------------------------------------------*
      *                  2650-SUSPEND-SCHEDULES
      *----------------------------------------------------------------*
       2650-SUSPEND-SCHEDULES.

           EXEC SQL
               UPDATE PAYSCHED
               SET PSC_STATUS = 'S',
                   PSC_STATUS_TS = :WS-TRAN-TS
               WHERE PSC_ACCT_ID = :HOST-ACCT-ID
               AND   PSC_STATUS = 'A'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-SCHEDS-SUSPENDED
                   MOVE SPACES TO ACH-EXCP-LINE
                   STRING 'SCHEDULED PAYMENTS SUSPENDED - ACCT '
                          RTN-ACCT-ID
                          ' AFTER REPEATED RETURNS'
                     DELIMITED BY SIZE
                     INTO ACH-EXCP-LINE
                   WRITE ACH-EXCP-LINE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-RETURN-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2800-WRITE-EXCEPTION
      *----------------------------------------------------------------*
           DISPLAY 'RETURNS APPLIED........: ' WS-RETURNS-APPLIED
           DISPLAY 'RETURNS UNMATCHED......: ' WS-RETURNS-UNMATCHED
           DISPLAY 'AUTOPAY SUSPENSIONS....: ' WS-AUTOPAY-SUSPENDED
           DISPLAY 'SCHEDULE SUSPENSIONS...: ' WS-SCHEDS-SUSPENDED
           DISPLAY 'PROCESSING ERRORS......: ' WS-RETURN-ERRORS

           IF WS-RETURN-ERRORS > 0
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
