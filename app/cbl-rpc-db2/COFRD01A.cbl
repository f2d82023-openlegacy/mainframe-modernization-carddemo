      *              workflow, the card blocked, and a FRAUDCASE row  *
      *              linking all of it for the regulator file. The    *
      *              forty-minute keying marathon becomes one         *
      *              confirm. Each tainted transaction is also        *
      *              recorded on FRAUDTRN with the analyst's network  *
      *              fraud type, for the nightly network fraud report *
      *              (CBACT91A). An item whose cardholder has been    *
      *              texted to confirm or deny the charge (FRDSMS)    *
      *              stays off the list while the reply is awaited -  *
      *              CBACT96A clears or confirms it from the reply,   *
      *              and it surfaces here if none comes.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRD01A.
         88 RPC-RESP-ALREADY-WORKED              VALUE 4.
         88 RPC-RESP-DISPUTE-ERROR               VALUE 5.
         88 RPC-RESP-WRITE-ERROR                 VALUE 6.
         88 RPC-RESP-INVALID-FRAUD-TYPE          VALUE 7.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
         05 HOST-FRD-THRESHOLD-AMT     PIC S9(10)V99 COMP-3.
         05 HOST-FRD-REVIEW-STATUS     PIC X(01).
         05 HOST-FRD-CREATE-TS         PIC X(26).
         05 HOST-FRD-CARD-STATUS       PIC X(01).

      *----------------------------------------------------------------*
      *     Commarea passed on the LINK to the dispute service
             10 WS-DSP-REASON-DESC      PIC X(50).
             10 WS-DSP-DISPUTE-ID       PIC 9(18).
             10 WS-DSP-RESOLUTION-CD    PIC X(01).
             10 WS-DSP-USER-ID          PIC X(08).
          05 WS-DSP-OUTPUT-PARMS.
             10 WS-DSP-RESP-CODE        PIC S9(04) COMP.
             10 WS-DSP-RESP-MSG         PIC X(80).
          05 WS-CRD-INPUT-CARD.
             10 WS-CRD-IN-CARD-NUM      PIC X(16).
             10 WS-CRD-IN-ACCT-ID       PIC X(11).
             10 WS-CRD-IN-CARD-NAME     PIC X(50).
             10 WS-CRD-IN-EXPIRY-YEAR   PIC X(04).
             10 WS-CRD-IN-EXPIRY-MONTH  PIC X(02).
             10 WS-CRD-IN-SUPV-OVERRIDE PIC X(01).
             10 WS-CRD-IN-USER-ID       PIC X(08).
             10 WS-CRD-IN-APPROVED-APPLY PIC X(01).
             10 WS-CRD-IN-BANK-INITIATED PIC X(01).
          05 WS-CRD-OUTPUT-STATUS.
             10 WS-CRD-OUT-RETURN-CODE  PIC 9(02).
             10 WS-CRD-OUT-MESSAGE      PIC X(80).
          05 WS-CRD-OUTPUT-CARD.
             10 WS-CRD-OUT-CARD-NUM     PIC X(16).
             10 WS-CRD-OUT-ACCT-ID      PIC X(11).
             10 WS-CRD-OUT-CARD-NAME    PIC X(50).
             10 WS-CRD-OUT-EXPIRY-YEAR  PIC X(04).
             10 WS-CRD-OUT-EXPIRY-MONTH PIC X(02).

       COPY CVFRD02Y.
       COPY CVFRC01Y.
       COPY CVFRC02Y.

      * Tainted-transaction sweep - every posted charge on the card
      * from the flagged charge forward gets its own dispute. The
           88 TAINT-CURSOR-EOF                    VALUE 'Y'.
           88 TAINT-CURSOR-NOT-EOF                VALUE 'N'.

      *----------------------------------------------------------------*
      *      Working Storage for WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
                88 OP-CLEAR-ITEM                  VALUE 'C'.
                88 OP-CONFIRM-FRAUD               VALUE 'F'.
             10 LK-IN-REVIEW-ID         PIC 9(18).
      *      Signed-on analyst - passed to the dispute and card services
             10 LK-IN-USER-ID           PIC X(08).
      *      Network fraud type on a confirm (0-6, see CVFRC02Y) -
      *      blank lets it default from the channel
             10 LK-IN-FRAUD-TYPE        PIC X(01).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *----------------------------------------------------------------*
      *                      1000-LIST-OPEN-ITEMS
      * Oldest first - the analysts work the queue in arrival order.
      * An item is held back while its verification text is pending
      * or delivered and the cardholder's reply is still awaited; a
      * text that failed, bounced or was suppressed does not hold it.
      *----------------------------------------------------------------*
       1000-LIST-OPEN-ITEMS.

                      FRD_CREATE_TS
               FROM FRDREVW
               WHERE FRD_REVIEW_STATUS = 'O'
               AND NOT EXISTS
                   (SELECT 1
                    FROM FRDSMS S, NOTIFY_QUEUE N
                    WHERE S.FSM_REVIEW_ID = FRD_REVIEW_ID
                    AND   S.FSM_STATUS = 'W'
                    AND   N.NOTIFY_ID = S.FSM_NOTIFY_ID
                    AND   N.NOTIFY_STATUS IN ('P', 'S'))
               ORDER BY FRD_CREATE_TS, FRD_REVIEW_ID
               FETCH FIRST 8 ROWS ONLY
           END-EXEC
      *----------------------------------------------------------------*
       3000-CONFIRM-FRAUD.

           MOVE LK-IN-FRAUD-TYPE TO FRT-FRAUD-TYPE
           IF FRT-FRAUD-TYPE = LOW-VALUES
               MOVE SPACES TO FRT-FRAUD-TYPE
           END-IF

           IF FRT-FRAUD-TYPE NOT = SPACES AND NOT FRT-TYPE-VALID
               SET RPC-RESP-INVALID-FRAUD-TYPE TO TRUE
               MOVE 'Fraud type must be 0-6 or blank...'
                 TO WS-RESP-MSG
           ELSE
               PERFORM 2100-READ-REVIEW-ITEM
           END-IF

           IF RPC-RESP-OK
               PERFORM 3050-OPEN-TAINTED-DISPUTES
                  DELIMITED BY SIZE
             INTO WS-DSP-REASON-DESC
           MOVE ZEROS TO WS-DSP-DISPUTE-ID
           MOVE LK-IN-USER-ID TO WS-DSP-USER-ID
           MOVE ZEROS TO WS-DSP-RESP-CODE

           EXEC CICS LINK
                   MOVE WS-DSP-OUT-DISPUTE-ID TO LK-OUT-DISPUTE-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3210-CANCEL-VIRTUAL-CARD
      *----------------------------------------------------------------*
       3210-CANCEL-VIRTUAL-CARD.

           EXEC SQL
               UPDATE VIRTCARD
               SET VCN_STATUS = 'C',
                   VCN_STATUS_TS = CURRENT TIMESTAMP
               WHERE VCN_CARD_NUM = :HOST-FRD-CARD-NUM
               AND   VCN_STATUS <> 'C'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to cancel virtual card - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3250-QUEUE-REPLACEMENT
      * The replacement rides the existing COCRDUPA lost/stolen
           MOVE LOW-VALUES TO WS-CRD-COMMAREA
           MOVE 'R' TO WS-CRD-OPERATION
           MOVE HOST-FRD-CARD-NUM TO WS-CRD-IN-CARD-NUM
           MOVE LK-IN-USER-ID TO WS-CRD-IN-USER-ID
           MOVE 'Y' TO WS-CRD-IN-BANK-INITIATED
           MOVE ZEROS TO WS-CRD-OUT-RETURN-CODE
           MOVE SPACES TO HOST-FRC-NEW-CARD-NUM


      *----------------------------------------------------------------*
      *                      3400-WRITE-FRAUD-CASE
      * The case row and its FRAUDTRN rows commit together, so a
      * confirmed case is never missing from the network report.
      *----------------------------------------------------------------*
       3400-WRITE-FRAUD-CASE.


           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 3450-WRITE-FRAUD-TRANS
                   IF RPC-RESP-OK
                       EXEC SQL COMMIT END-EXEC
                   END-IF
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3450-WRITE-FRAUD-TRANS
      * One FRAUDTRN row per tainted transaction - the same sweep the
      * disputes were opened from - carrying what the network's fraud
      * report needs. The channel comes from the transaction source;
      * a blank fraud type defaults to card-not-present for
      * e-commerce and miscellaneous otherwise. Each row starts
      * Unreported, dated the day the fraud was reported to us.
      *----------------------------------------------------------------*
       3450-WRITE-FRAUD-TRANS.

           MOVE HOST-FRC-CREATE-TS(1:10) TO FRT-REPORTED-DATE

           EXEC SQL
               INSERT INTO FRAUDTRN
               (FRT_CASE_ID, FRT_TRAN_ID, FRT_ACCT_ID, FRT_CARD_NUM,
                FRT_TRAN_AMT, FRT_MERCHANT_ID, FRT_MERCHANT_NAME,
                FRT_MCC_CD, FRT_CHANNEL, FRT_FRAUD_TYPE,
                FRT_TRAN_ORIG_TS, FRT_REPORTED_DATE, FRT_RPT_STATUS,
                FRT_RPT_DATE, FRT_ACK_DATE, FRT_REJECT_CD)
               SELECT :HOST-FRC-CASE-ID, T.TRAN_ID, :HOST-FRD-ACCT-ID,
                      T.TRAN_CARD_NUM, T.TRAN_AMT, T.TRAN_MERCHANT_ID,
                      T.TRAN_MERCHANT_NAME, COALESCE(T.TRAN_MCC_CD, 0),
                      CASE SUBSTR(T.TRAN_SOURCE, 1, 4)
                           WHEN 'ECOM' THEN 'E'
                           WHEN 'ATM ' THEN 'A'
                           ELSE 'P'
                      END,
                      CASE WHEN :FRT-FRAUD-TYPE <> ' '
                           THEN :FRT-FRAUD-TYPE
                           WHEN SUBSTR(T.TRAN_SOURCE, 1, 4) = 'ECOM'
                           THEN '6'
                           ELSE '5'
                      END,
                      T.TRAN_ORIG_TS, :FRT-REPORTED-DATE, 'U',
                      ' ', ' ', ' '
               FROM TRANSACT T
               WHERE T.TRAN_CARD_NUM = :HOST-FRD-CARD-NUM
               AND   T.TRAN_AMT > 0
               AND   T.TRAN_ORIG_TS >= :HOST-FLAGGED-ORIG-TS
           END-EXEC

      * No rows (the whole sweep already archived) still files the
      * case - there is nothing left on file to report.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               STRING 'Unable to record fraud transactions - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      3200-BLOCK-CARD
      * A charge made on a virtual card number has no card master to
      * block - the number itself is cancelled instead.
      *----------------------------------------------------------------*
       3200-BLOCK-CARD.

      *    The status before the block goes on the card history
           EXEC SQL
               SELECT CARD_ACTIVE_STATUS
               INTO :HOST-FRD-CARD-STATUS
               FROM CARDDAT
               WHERE CARD_NUM = :HOST-FRD-CARD-NUM
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO HOST-FRD-CARD-STATUS
           END-IF

           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'N'
               WHERE CARD_NUM = :HOST-FRD-CARD-NUM
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-FRD-ACCT-ID TO WS-AHST-ACCT-ID
               MOVE 'CARD-STATUS' TO WS-AHST-FIELD-NAME
               MOVE SPACES TO WS-AHST-OLD-VALUE
               STRING HOST-FRD-CARD-NUM ' ' HOST-FRD-CARD-STATUS
                 DELIMITED BY SIZE INTO WS-AHST-OLD-VALUE
               MOVE SPACES TO WS-AHST-NEW-VALUE
               STRING HOST-FRD-CARD-NUM ' N'
                 DELIMITED BY SIZE INTO WS-AHST-NEW-VALUE
               MOVE WS-PGMNAME TO WS-AHST-USER-ID
               PERFORM WRITE-ACCT-HISTORY THRU WRITE-ACCT-HISTORY-EXIT
               MOVE 0 TO SQLCODE
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   IF AHST-ERR-ON
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE WS-AHST-SQL-STATUS TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to write card history - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   ELSE
                       EXEC SQL COMMIT END-EXEC
                   END-IF
               WHEN 100
      * The review row can outlive its card (e.g. the card was
      * already replaced) - the dispute still stands, so the confirm
      * is not failed for it.
                   PERFORM 3210-CANCEL-VIRTUAL-CARD
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.
