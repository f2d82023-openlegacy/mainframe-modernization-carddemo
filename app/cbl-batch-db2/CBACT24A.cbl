      *              proof covers it
      * 2026-09-02 - The day's escheated dollars (CBACT50A) flow into
      *              the extract under GLMAP type 'ES'
      * 2026-10-15 - The day's interest accruals and reversals
      *              (CBACT85A) flow into the extract under GLMAP
      *              type 'AI'; the job now follows CBACT85A
      * 2026-10-15 - The shipped extract is registered on the outbound
      *              file manifest (FILEMFST) with its record count and
      *              debit total
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT24A.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.
         05 WS-EXTRACT-TOTAL           PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-EXTRACT-DR-TOTAL        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-DAY-TOTAL               PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-ABS-AMT                 PIC S9(13)V99 COMP-3.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
      * summary when anything escheated today.
       01 HOST-ESC-DAY-TOTAL            PIC S9(13)V99 COMP-3.

      * The day's accrued-interest entries (CBACT85A) - GLMAP 'AI'
      * category 0001 the accruals, 0002 the reversals, the latter
      * staged negative so the pair reverses.
       01 HOST-ACR-DAY-ACCRUED          PIC S9(13)V99 COMP-3.
       01 HOST-ACR-DAY-REVERSED         PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT24A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT85A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
           PERFORM 2500-ADD-INTERCHANGE
                   UNTIL ICH-CURSOR-EOF
           PERFORM 2600-ADD-ESCHEATMENT
           PERFORM 2700-ADD-INTEREST-ACCRUAL
           PERFORM 3000-PROVE-EXTRACT
           PERFORM 4000-WRITE-OR-HOLD
           PERFORM 5000-FINALIZE
           PERFORM 6000-REGISTER-MANIFEST
           MOVE 'CBACT24A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-SUMMARIES-READ TO WS-RTOT-RECS-READ
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2700-ADD-INTEREST-ACCRUAL
      * Interest CBACT85A accrued today joins the extract as GLMAP
      * type 'AI' category 0001 - accrued interest receivable against
      * interest income - and the accruals it reversed as category
      * 0002, staged negative so the pair comes back off the books
      * the night the billed charge takes their place. No activity,
      * no entry.
      *----------------------------------------------------------------*
       2700-ADD-INTEREST-ACCRUAL.

           EXEC SQL
               SELECT COALESCE(SUM(ACD_ACCRUAL_AMT), 0),
                      COALESCE(SUM(ACD_REVERSAL_AMT), 0)
               INTO :HOST-ACR-DAY-ACCRUED, :HOST-ACR-DAY-REVERSED
               FROM ACCRDTL
               WHERE ACD_RUN_DATE = :WS-BIZDT-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR SUMMING ACCRDTL - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET EXTRACT-HELD TO TRUE
               MOVE ZEROS TO HOST-ACR-DAY-ACCRUED
               MOVE ZEROS TO HOST-ACR-DAY-REVERSED
           END-IF

           IF HOST-ACR-DAY-ACCRUED NOT = 0
               ADD 1 TO WS-SUMMARIES-READ
               MOVE 'AI' TO HOST-SUM-TYPE-CD
               MOVE 1 TO HOST-SUM-CAT-CD
               MOVE HOST-ACR-DAY-ACCRUED TO HOST-SUM-AMT
               PERFORM 2100-MAP-ONE-SUMMARY
           END-IF

           IF HOST-ACR-DAY-REVERSED NOT = 0
               ADD 1 TO WS-SUMMARIES-READ
               MOVE 'AI' TO HOST-SUM-TYPE-CD
               MOVE 2 TO HOST-SUM-CAT-CD
               COMPUTE HOST-SUM-AMT = 0 - HOST-ACR-DAY-REVERSED
               PERFORM 2100-MAP-ONE-SUMMARY
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-PROVE-EXTRACT
      * The mapped summaries must add back to the day's TRANSACT sum
               END-IF
               ADD HOST-ICH-DAY-TOTAL TO HOST-DAY-TOTAL
               ADD HOST-ESC-DAY-TOTAL TO HOST-DAY-TOTAL
               ADD HOST-ACR-DAY-ACCRUED TO HOST-DAY-TOTAL
               SUBTRACT HOST-ACR-DAY-REVERSED FROM HOST-DAY-TOTAL
               MOVE HOST-DAY-TOTAL TO WS-DAY-TOTAL
               MOVE WS-EXTRACT-TOTAL TO WS-AMT-EDIT-1
               MOVE WS-DAY-TOTAL     TO WS-AMT-EDIT-2
               MOVE 'D' TO GLX-DR-CR-IND
           END-IF
           MOVE WS-ABS-AMT TO GLX-AMOUNT
           ADD WS-ABS-AMT TO WS-EXTRACT-DR-TOTAL
           MOVE WS-BIZDT-DATE TO GLX-RUN-DATE
           MOVE WS-STG-TYPE-CD(WS-IDX) TO GLX-TRAN-TYPE-CD
           MOVE WS-STG-CAT-CD(WS-IDX)  TO GLX-TRAN-CAT-CD
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      6000-REGISTER-MANIFEST
      * Puts the shipped extract on the outbound file manifest with its
      * record count and debit total, so the GL's acknowledgment can be
      * matched to it. A held extract is not shipped and not registered.
      *----------------------------------------------------------------*
       6000-REGISTER-MANIFEST.

           IF EXTRACT-CLEAN
               MOVE 'CBACT24A'              TO WS-MFT-JOB-NAME
               MOVE 'GLEXTRCT'              TO WS-MFT-FILE-NAME
               MOVE WS-BIZDT-DATE           TO WS-MFT-BUS-DATE
               MOVE WS-EXTRACT-RECS-WRITTEN TO WS-MFT-RECORD-COUNT
               MOVE WS-EXTRACT-DR-TOTAL     TO WS-MFT-CONTROL-TOTAL
               MOVE 'A'                     TO WS-MFT-CONTROL-TYPE
               PERFORM REGISTER-OUTBOUND-FILE
                  THRU REGISTER-OUTBOUND-FILE-EXIT
               IF MFT-ERR-ON
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 4 TO RETURN-CODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY 'GLEXTRCT REGISTERED AS SEQUENCE '
                           WS-MFT-SEQ-NUM ' FOR ' WS-MFT-PARTNER-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *            REGISTER-OUTBOUND-FILE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL1PL.
