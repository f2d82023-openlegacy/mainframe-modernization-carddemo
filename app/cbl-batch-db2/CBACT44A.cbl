      * Modification History
      * 2026-09-02 - New batch job: account-updater feed scoped to
      *              the account's recurring billers
      * 2026-10-15 - Merchants the cardholder has stopped paying
      *              (RCGSTOP) are not sent the new card number, and
      *              card-level stops move to the new card
      * 2026-10-15 - The updater file is registered on the outbound
      *              file manifest with its record count and merchant
      *              id hash total
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT44A.
         05 WS-RECORDS-WRITTEN          PIC 9(07) VALUE ZEROS.
         05 WS-PAIRS-SENT               PIC 9(07) VALUE ZEROS.
         05 WS-FEED-ERRORS              PIC 9(07) VALUE ZEROS.
      * Hash of the merchant ids written, for the manifest
         05 WS-MERCH-HASH-TOTAL         PIC S9(15)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 PAIR-CURSOR-EOF                       VALUE 'Y'.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
           PERFORM 2000-PROCESS-PAIRS
                   UNTIL PAIR-CURSOR-EOF
           PERFORM 3000-FINALIZE
           PERFORM 4000-REGISTER-MANIFEST
           MOVE 'CBACT44A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-PAIRS-READ TO WS-RTOT-RECS-READ

           MOVE ZEROS TO WS-PAIRS-READ
           MOVE ZEROS TO WS-RECORDS-WRITTEN
           MOVE ZEROS TO WS-MERCH-HASH-TOTAL
           MOVE ZEROS TO WS-PAIRS-SENT
           MOVE ZEROS TO WS-FEED-ERRORS
           SET PAIR-CURSOR-NOT-EOF TO TRUE
      * feed is scoped to merchants that actually bill on a schedule
      * (RECURCHG), not broadcast to every merchant the card ever
      * visited. A pair on an account with no recurring billers
      * still marks Sent - there is nobody to tell. A merchant under
      * a recurring-charge stop in force for the old card (or for the
      * whole account) is left out - telling it the new number would
      * undo the stop.
      *----------------------------------------------------------------*
       2100-FEED-ONE-PAIR.

               SELECT RCG_MERCHANT_ID
               FROM RECURCHG
               WHERE RCG_ACCT_ID = :HOST-CUP-ACCT-ID
               AND NOT EXISTS
                   (SELECT 1 FROM RCGSTOP
                    WHERE RCS_ACCT_ID     = RCG_ACCT_ID
                    AND   RCS_MERCHANT_ID = RCG_MERCHANT_ID
                    AND   RCS_STATUS      = 'A'
                    AND   RCS_END_DATE   >= :WS-BIZDT-DATE
                    AND  (RCS_CARD_NUM    = ' '
                     OR   RCS_CARD_NUM    = :HOST-CUP-OLD-CARD-NUM))
               ORDER BY RCG_MERCHANT_ID
           END-EXEC

               CLOSE CUR-UPD-MERCH
           END-EXEC

           PERFORM 2250-CARRY-CARD-STOPS

           PERFORM 2300-MARK-PAIR-SENT.

      *----------------------------------------------------------------*
                   MOVE HOST-CUP-NEW-EXPIRY   TO UPD-NEW-EXPIRY
                   WRITE UPDATER-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   ADD HOST-RCG-MERCHANT-ID TO WS-MERCH-HASH-TOTAL
               WHEN 100
                   SET MERCH-CURSOR-EOF TO TRUE
               WHEN OTHER
                   SET MERCH-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2250-CARRY-CARD-STOPS
      * A stop placed on the old card keeps holding on the new one -
      * the cardholder should not have to place it again because the
      * card was reissued. Committed with the Sent mark below.
      *----------------------------------------------------------------*
       2250-CARRY-CARD-STOPS.

           EXEC SQL
               UPDATE RCGSTOP
               SET RCS_CARD_NUM  = :HOST-CUP-NEW-CARD-NUM,
                   RCS_STATUS_TS = CURRENT TIMESTAMP
               WHERE RCS_CARD_NUM = :HOST-CUP-OLD-CARD-NUM
               AND   RCS_STATUS   = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR MOVING RCGSTOP TO NEW CARD - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FEED-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2300-MARK-PAIR-SENT
      *----------------------------------------------------------------*
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-REGISTER-MANIFEST
      * Puts the updater file on the outbound file manifest with its
      * record count and merchant id hash.
      *----------------------------------------------------------------*
       4000-REGISTER-MANIFEST.

           MOVE 'CBACT44A'          TO WS-MFT-JOB-NAME
           MOVE 'ACTUPDTO'          TO WS-MFT-FILE-NAME
           MOVE WS-BIZDT-DATE       TO WS-MFT-BUS-DATE
           MOVE WS-RECORDS-WRITTEN  TO WS-MFT-RECORD-COUNT
           MOVE WS-MERCH-HASH-TOTAL TO WS-MFT-CONTROL-TOTAL
           MOVE 'H'                 TO WS-MFT-CONTROL-TYPE
           PERFORM REGISTER-OUTBOUND-FILE
              THRU REGISTER-OUTBOUND-FILE-EXIT
           IF MFT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'ACTUPDTO REGISTERED AS SEQUENCE '
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
