      *               against each charge-off, and writes one
      *               form-data record per customer (identity from
      *               CUSTDAT) for every net discharge at or over
      *               the reporting floor - and likewise for the
      *               remainder forgiven when a delinquent account
      *               settles in full (SETTLE). The control report
      *               ties the extract total back to the year's
      *               posted write-off ('WO') and settlement waiver
      *               ('SW') activity, so the tax team stops
      *               rebuilding discharged-debt figures by hand.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Modification History
      * 2026-09-02 - New batch job: year-end cancellation-of-debt
      *              form extract with GL control report
      * 2026-10-15 - Recoveries collected through an agency count in
      *              full - the commission it kept was paid by the
      *              debtor and is not discharged debt
      * 2026-10-15 - Remainders waived on delinquent-account
      *              settlements in full are reported as discharged
      *              debt and proved against the 'SW' postings
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT60A.

       01 WS-JOB-TOTALS.
         05 WS-CHARGEOFFS-READ         PIC 9(07) VALUE ZEROS.
         05 WS-SETTLEMENTS-READ        PIC 9(07) VALUE ZEROS.
         05 WS-FORMS-WRITTEN           PIC 9(07) VALUE ZEROS.
         05 WS-COD-ERRORS              PIC 9(07) VALUE ZEROS.
         05 WS-DISCHARGED-TOTAL        PIC S9(13)V99 COMP-3
         88 RCV-CURSOR-EOF                        VALUE 'Y'.
         88 RCV-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-STL-CURSOR-FLAG           PIC X(01) VALUE 'N'.
         88 STL-CURSOR-EOF                        VALUE 'Y'.
         88 STL-CURSOR-NOT-EOF                    VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic.
      * JOBRUN-START refuses a second run for a date that
      * has already completed and enforces the job's
         05 HOST-CUST-ZIP              PIC X(10).

       01 HOST-GL-WRITEOFF-TOTAL        PIC S9(13)V99 COMP-3.
       01 HOST-GL-WAIVER-TOTAL          PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHARGEOFFS
                   UNTIL RCV-CURSOR-EOF
           PERFORM 2500-PROCESS-SETTLEMENTS
                   UNTIL STL-CURSOR-EOF
           PERFORM 3000-WRITE-CONTROL-REPORT
           PERFORM 4000-FINALIZE
           MOVE 'CBACT60A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           COMPUTE WS-RTOT-RECS-READ =
               WS-CHARGEOFFS-READ + WS-SETTLEMENTS-READ
           MOVE WS-FORMS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-COD-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-DISCHARGED-TOTAL TO WS-RTOT-TOTAL-AMT
       1000-INITIALIZE.

           MOVE ZEROS TO WS-CHARGEOFFS-READ
           MOVE ZEROS TO WS-SETTLEMENTS-READ
           MOVE ZEROS TO WS-FORMS-WRITTEN
           MOVE ZEROS TO WS-COD-ERRORS
           MOVE ZEROS TO WS-DISCHARGED-TOTAL
           SET RCV-CURSOR-NOT-EOF TO TRUE
           SET STL-CURSOR-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
               DISPLAY 'ERROR OPENING FILES - STATUS: '
                       WS-EXT-FILE-STATUS ' / ' WS-RPT-FILE-STATUS
               SET RCV-CURSOR-EOF TO TRUE
               SET STL-CURSOR-EOF TO TRUE
               ADD 1 TO WS-COD-ERRORS
           END-IF

           EXEC SQL
               DECLARE CUR-COD-RCV CURSOR FOR
               SELECT RCV_ACCT_ID, RCV_CHARGEOFF_DATE,
                      RCV_CHARGEOFF_AMT,
                      RCV_RECOVERED_AMT
                      + COALESCE(RCV_AGY_COMMISSION_AMT, 0)
               FROM RECOVERY
               WHERE RCV_CHARGEOFF_DATE >= :HOST-YEAR-START-DATE
               AND   RCV_CHARGEOFF_DATE <= :HOST-YEAR-END-DATE
                       WS-SQLCODE-DISPLAY
               SET RCV-CURSOR-EOF TO TRUE
               ADD 1 TO WS-COD-ERRORS
           END-IF

      *    Delinquent-account settlements completed in the tax year -
      *    the waived remainder is discharged debt with nothing
      *    recovered against it, dated by the day the offer closed.
      *    A charged-off account's settlement is already in its
      *    RECOVERY net above.
           EXEC SQL
               DECLARE CUR-COD-STL CURSOR FOR
               SELECT STL_ACCT_ID, STL_CLOSE_DATE,
                      STL_WAIVED_AMT, 0
               FROM SETTLE
               WHERE STL_TYPE = 'D'
               AND   STL_STATUS = 'C'
               AND   STL_CLOSE_DATE >= :HOST-YEAR-START-DATE
               AND   STL_CLOSE_DATE <= :HOST-YEAR-END-DATE
               ORDER BY STL_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-COD-STL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-COD-STL - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET STL-CURSOR-EOF TO TRUE
               ADD 1 TO WS-COD-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *                 2100-EXTRACT-IF-REPORTABLE
      * Net discharged is the charge-off less the recoveries taken
      * in against it (gross of any agency commission - the debtor
      * paid that too) - only nets at or over the reporting floor
      * earn a form.
      *----------------------------------------------------------------*
       2100-EXTRACT-IF-REPORTABLE.
       2100-EXTRACT-IF-REPORTABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  2500-PROCESS-SETTLEMENTS
      * Each waiver goes through the same floor test and form as a
      * charge-off.
      *----------------------------------------------------------------*
       2500-PROCESS-SETTLEMENTS.

           EXEC SQL
               FETCH CUR-COD-STL
               INTO :HOST-RCV-ACCT-ID, :HOST-RCV-CHARGEOFF-DATE,
                    :HOST-RCV-CHARGEOFF-AMT, :HOST-RCV-RECOVERED-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-SETTLEMENTS-READ
                   PERFORM 2100-EXTRACT-IF-REPORTABLE
                      THRU 2100-EXTRACT-IF-REPORTABLE-EXIT
               WHEN 100
                   SET STL-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-COD-STL - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-COD-ERRORS
                   SET STL-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 3000-WRITE-CONTROL-REPORT
      * The proof the tax team signs off against: the extract total
      * beside the year's posted write-off activity and the waivers
      * posted on delinquent-account settlements ('WO' and 'SW'
      * rows are negative, so the sign flips for the comparison).
      * Items under the reporting floor explain any remaining gap.
      *----------------------------------------------------------------*
       3000-WRITE-CONTROL-REPORT.

           COMPUTE HOST-GL-WRITEOFF-TOTAL =
               0 - HOST-GL-WRITEOFF-TOTAL

      *    Source SETTLE only - a charged-off account's waiver
      *    (SETTLE-CO) is a memo against a balance already written
      *    off above.
           EXEC SQL
               SELECT COALESCE(SUM(TRAN_AMT), 0)
               INTO :HOST-GL-WAIVER-TOTAL
               FROM TRANSACT
               WHERE TRAN_TYPE_CD = 'SW'
               AND   TRAN_SOURCE = 'SETTLE'
               AND   TRAN_PROC_TS >= :HOST-YEAR-START-TS
               AND   TRAN_PROC_TS <= :HOST-YEAR-END-TS
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR SUMMING WAIVERS - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-COD-ERRORS
               MOVE ZEROS TO HOST-GL-WAIVER-TOTAL
           END-IF

           COMPUTE HOST-GL-WAIVER-TOTAL =
               0 - HOST-GL-WAIVER-TOTAL

           MOVE SPACES TO COD-RPT-LINE
           MOVE 'CANCELLATION-OF-DEBT CONTROL REPORT'
             TO COD-RPT-LINE
           MOVE SPACES TO COD-RPT-LINE
           STRING 'GL WRITE-OFFS FOR THE YEAR...: ' WS-AMT-EDIT-2
             DELIMITED BY SIZE INTO COD-RPT-LINE
           WRITE COD-RPT-LINE

           MOVE HOST-GL-WAIVER-TOTAL TO WS-AMT-EDIT-2
           MOVE SPACES TO COD-RPT-LINE
           STRING 'GL SETTLEMENT WAIVERS........: ' WS-AMT-EDIT-2
             DELIMITED BY SIZE INTO COD-RPT-LINE
           WRITE COD-RPT-LINE.

      *----------------------------------------------------------------*
               CLOSE CUR-COD-RCV
           END-EXEC

           EXEC SQL
               CLOSE CUR-COD-STL
           END-EXEC

           CLOSE COD-EXT-FILE
           CLOSE COD-RPT-FILE

           DISPLAY 'CHARGE-OFFS READ.......: ' WS-CHARGEOFFS-READ
           DISPLAY 'SETTLEMENTS READ.......: ' WS-SETTLEMENTS-READ
           DISPLAY 'FORM RECORDS WRITTEN...: ' WS-FORMS-WRITTEN
           DISPLAY 'NET DISCHARGED TOTAL...: ' WS-DISCHARGED-TOTAL
           DISPLAY 'PROCESSING ERRORS......: ' WS-COD-ERRORS
