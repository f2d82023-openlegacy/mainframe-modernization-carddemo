      * Modification History
      * 2026-09-02 - New batch job: outbound chargeback file of
      *              approved disputes to the card network
      * 2026-10-15 - The chargeback file is registered on the outbound
      *              file manifest with its record count and dollar
      *              total
      * 2026-10-15 - Chargeback sent only for the amount still in
      *              dispute after merchant credits; a fully refunded
      *              dispute is never sent
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT41A.
         05 WS-SEND-ERRORS              PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-SENT-AMT           PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
      * Everything written to the file, whether or not the dispute
      * could then be marked sent
         05 WS-FILE-RECS-WRITTEN        PIC 9(07) VALUE ZEROS.
         05 WS-FILE-TOTAL-AMT           PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CURRENT-DATE-TIME.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
           PERFORM 2000-PROCESS-DISPUTES
                   UNTIL DSP-CURSOR-EOF
           PERFORM 3000-FINALIZE
           PERFORM 4000-REGISTER-MANIFEST
           MOVE 'CBACT41A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-DISPUTES-READ TO WS-RTOT-RECS-READ
           MOVE ZEROS TO WS-DISPUTES-SENT
           MOVE ZEROS TO WS-SEND-ERRORS
           MOVE ZEROS TO WS-TOTAL-SENT-AMT
           MOVE ZEROS TO WS-FILE-RECS-WRITTEN
           MOVE ZEROS TO WS-FILE-TOTAL-AMT
           SET DSP-CURSOR-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
      * A dispute approved with no network reason code recorded
      * ships under the generic cardholder-dispute reason 4853
      * rather than waiting - the reason can be amended on a
      * representment, the filing window cannot. The acquirer is
      * charged back only for what is still in dispute: a merchant
      * credit matched to the dispute (CSUTL2PL) reduces
      * DSP_TRAN_AMT, and one covering it in full closes the
      * dispute Credited so it never goes out at all.
           EXEC SQL
               DECLARE CUR-DSP-SEND CURSOR FOR
               SELECT DSP_DISPUTE_ID, DSP_CARD_NUM, DSP_TRAN_ID,
                               '4853')
               FROM DISPUTES
               WHERE DSP_STATUS = 'A'
               AND   DSP_TRAN_AMT > 0
               AND   COALESCE(DSP_NETWORK_STATUS, ' ') = ' '
               ORDER BY DSP_DISPUTE_ID
           END-EXEC
           MOVE HOST-DSP-REASON-CD  TO CBK-REASON-CD
           MOVE WS-BIZDT-DATE       TO CBK-FILED-DATE
           WRITE CHGBK-OUT-RECORD
           ADD 1 TO WS-FILE-RECS-WRITTEN
           ADD HOST-DSP-TRAN-AMT TO WS-FILE-TOTAL-AMT

           EXEC SQL
               UPDATE DISPUTES
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-REGISTER-MANIFEST
      * Puts the chargeback file on the outbound file manifest with its
      * record count and dollar total.
      *----------------------------------------------------------------*
       4000-REGISTER-MANIFEST.

           MOVE 'CBACT41A'           TO WS-MFT-JOB-NAME
           MOVE 'CHGBKOUT'           TO WS-MFT-FILE-NAME
           MOVE WS-BIZDT-DATE        TO WS-MFT-BUS-DATE
           MOVE WS-FILE-RECS-WRITTEN TO WS-MFT-RECORD-COUNT
           MOVE WS-FILE-TOTAL-AMT    TO WS-MFT-CONTROL-TOTAL
           MOVE 'A'                  TO WS-MFT-CONTROL-TYPE
           PERFORM REGISTER-OUTBOUND-FILE
              THRU REGISTER-OUTBOUND-FILE-EXIT
           IF MFT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'CHGBKOUT REGISTERED AS SEQUENCE '
                       WS-MFT-SEQ-NUM ' FOR ' WS-MFT-PARTNER-ID
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
