      *              pair whose file ID, record count and hash total
      *              verify in a pre-pass before anything posts, and
      *              a file ID already on CLRFILES is refused outright
      * 2026-10-15 - Postings stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Charges from a merchant the cardholder has stopped
      *              paying (RCGSTOP) go to suspense as RVKD
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - Sanctions screen on merchant country (new
      *              clearing-record field, master fallback) and name;
      *              hits suspended as SANC and queued on SANCHIT
      * 2026-10-15 - A merchant credit is matched to any open dispute it
      *              refunds on the same card and merchant (CSUTL2PL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT18A.
      * record; a foreign record converts through FXRATES at posting
          05 CLR-ORIG-CURR-CD           PIC X(03).
          05 CLR-ORIG-AMT               PIC X(12).
      * Merchant's ISO alpha-3 country as the network reports it -
      * spaces fall back to the country on the merchant master
          05 CLR-MERCH-COUNTRY-CD       PIC X(03).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
         05 WS-RECS-POSTED             PIC 9(07) VALUE ZEROS.
         05 WS-RECS-SUSPENDED          PIC 9(07) VALUE ZEROS.
         05 WS-RECS-ERRORS             PIC 9(07) VALUE ZEROS.
         05 WS-RECS-SANCTIONED         PIC 9(07) VALUE ZEROS.
         05 WS-CREDITS-MATCHED         PIC 9(07) VALUE ZEROS.
         05 WS-CREDITS-NEAR-MISS       PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-ICH-INCOME        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

         05 WS-ENV-HEADER-LAYOUT.
            10 WS-ENV-H-MARK            PIC X(03).
            10 WS-ENV-H-FILE-ID         PIC X(16).
            10 FILLER                   PIC X(212).
         05 WS-ENV-TRAILER-LAYOUT.
            10 WS-ENV-T-MARK            PIC X(03).
            10 WS-ENV-T-REC-COUNT       PIC X(09).
            10 WS-ENV-T-HASH-TOTAL      PIC X(16).
            10 FILLER                   PIC X(203).
         05 WS-ENV-FILE-ID              PIC X(16) VALUE SPACES.
         05 WS-ENV-DETAIL-COUNT         PIC 9(09) VALUE ZEROS.
         05 WS-ENV-HASH-TOTAL           PIC S9(13)V99 COMP-3
         88 AUTH-HOLD-MATCHED                     VALUE 'Y'.
         88 AUTH-HOLD-NOT-MATCHED                 VALUE 'N'.

      * Set when the record is suspended by the sanctions screen -
      * its SANCHIT row is written with the SUSPENSE row.
       01 WS-SANCTIONS-HIT-FLAG        PIC X(01) VALUE 'N'.
         88 SANCTIONS-HIT                         VALUE 'Y'.
         88 SANCTIONS-NO-HIT                      VALUE 'N'.

      * Sanctions screening - see CSUTLYPL for the shared logic.
       01 WS-SANCTIONS-FIELDS.
       COPY CSUTLYWY.

      * Run control - see CSUTLJPL for the shared logic.
      * JOBRUN-START refuses a second run for a date that
      * has already completed and enforces the job's
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      * Merchant credit to dispute matching - see CSUTL2PL; a
      * merchant's credit settles any dispute it refunds in the
      * same unit of work, before the chargeback can go out.
       01 WS-DCM-FIELDS.
       COPY CSUTL2WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       01 HOST-DAY-START-TS            PIC X(26).
       01 HOST-DAY-END-TS              PIC X(26).
       01 HOST-DUP-EXACT-CNT           PIC S9(09) COMP.

      * Recurring-charge stops (RCGSTOP) - same test COAUT01A makes.
       01 HOST-RCS-STOP-COUNT          PIC S9(04) COMP.
       01 HOST-TRAN-ORIG-TS            PIC X(26).

      * FX conversion - the billed USD amount is the original
         05 HOST-MERCH-ZIP             PIC X(10).
         05 HOST-MERCH-STATUS          PIC X(01).
         05 HOST-MERCH-MCC-CD          PIC S9(04) COMP.
         05 HOST-MERCH-COUNTRY-CD      PIC X(03).

       01 HOST-AUTH-OPEN-TOTAL         PIC S9(10)V99 COMP-3.
       01 HOST-MATCHED-AUTH-ID         PIC S9(18) COMP-3.
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

       COPY CVSUS01Y.
       COPY CVSAN02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT18A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 1100-VERIFY-ENVELOPE
              THRU 1100-VERIFY-ENVELOPE-EXIT
           MOVE ZEROS TO WS-RECS-POSTED
           MOVE ZEROS TO WS-RECS-SUSPENDED
           MOVE ZEROS TO WS-RECS-ERRORS
           MOVE ZEROS TO WS-RECS-SANCTIONED
           MOVE ZEROS TO WS-CREDITS-MATCHED
           MOVE ZEROS TO WS-CREDITS-NEAR-MISS
           SET CLEAR-FILE-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
       2100-EDIT-AND-POST-RECORD.

           SET RECORD-NOT-REJECTED TO TRUE
           SET SANCTIONS-NO-HIT TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-EDIT-FIELDS
               PERFORM 2300-LOOKUP-REFERENCE-DATA
           END-IF

           IF RECORD-NOT-REJECTED
               PERFORM 2320-SCREEN-SANCTIONS
           END-IF

           IF RECORD-NOT-REJECTED AND HOST-TRAN-AMT > 0
               PERFORM 2350-CHECK-RECUR-STOP
           END-IF

           IF RECORD-NOT-REJECTED
               PERFORM 2400-CHECK-LIMITS
           END-IF
               EXEC SQL
                   SELECT MERCH_NAME, MERCH_CITY, MERCH_ZIP,
                          COALESCE(MERCH_ACTIVE_STATUS, 'Y'),
                          COALESCE(MERCH_MCC_CD, 0),
                          COALESCE(MERCH_COUNTRY_CD, ' ')
                   INTO :HOST-MERCH-NAME, :HOST-MERCH-CITY,
                        :HOST-MERCH-ZIP, :HOST-MERCH-STATUS,
                        :HOST-MERCH-MCC-CD, :HOST-MERCH-COUNTRY-CD
                   FROM MERCHANT
                   WHERE MERCH_ID = :HOST-TRAN-MERCHANT-ID
               END-EXEC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    2320-SCREEN-SANCTIONS
      * Every record - charge or credit - is screened: money may not
      * move to or from a sanctioned country or a listed merchant
      * either way. The merchant is taken as the network reported
      * it, falling back to the merchant master where the record
      * carries no name or country. A hit, or a screen that could
      * not be completed, suspends the record as SANC and queues it
      * for compliance (SANCHIT, written with the SUSPENSE row); the
      * repair screen cannot repost it until compliance clears it.
      *----------------------------------------------------------------*
       2320-SCREEN-SANCTIONS.

           IF CLR-MERCH-NAME = SPACES OR LOW-VALUES
               MOVE HOST-MERCH-NAME TO WS-SCR-MERCH-NAME
               MOVE HOST-MERCH-CITY TO WS-SCR-MERCH-CITY
           ELSE
               MOVE CLR-MERCH-NAME TO WS-SCR-MERCH-NAME
               MOVE CLR-MERCH-CITY TO WS-SCR-MERCH-CITY
           END-IF
           IF CLR-MERCH-COUNTRY-CD = SPACES OR LOW-VALUES
               MOVE HOST-MERCH-COUNTRY-CD TO WS-SCR-COUNTRY-CD
           ELSE
               MOVE CLR-MERCH-COUNTRY-CD TO WS-SCR-COUNTRY-CD
           END-IF

           PERFORM SCREEN-SANCTIONS THRU SCREEN-SANCTIONS-EXIT

           IF SCR-CHECK-ERROR
               DISPLAY 'CARD ' HOST-TRAN-CARD-NUM ' - ' WS-SCR-MSG
           END-IF

           IF NOT SCR-NO-HIT
               MOVE 'SANC' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
               SET SANCTIONS-HIT TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                    2350-CHECK-RECUR-STOP
      * A charge from a merchant the cardholder has stopped paying
      * (CORCS01A) - on this card or across the account - with the
      * stop in force on the origination date is suspended, not
      * posted; the repair screen can still repost it if the
      * cardholder relents. Credits were never sent here.
      *----------------------------------------------------------------*
       2350-CHECK-RECUR-STOP.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-RCS-STOP-COUNT
               FROM RCGSTOP
               WHERE RCS_ACCT_ID = :HOST-XREF-ACCT-ID
               AND   RCS_MERCHANT_ID = :HOST-TRAN-MERCHANT-ID
               AND   RCS_STATUS = 'A'
               AND   RCS_EFF_DATE <= :CLR-TRAN-ORIG-DT
               AND   RCS_END_DATE >= :CLR-TRAN-ORIG-DT
               AND  (RCS_CARD_NUM = ' '
                 OR  RCS_CARD_NUM = :HOST-TRAN-CARD-NUM)
           END-EXEC

           IF SQLCODE = 0 AND HOST-RCS-STOP-COUNT > 0
               MOVE 'RVKD' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2400-CHECK-LIMITS
      * Same open-to-buy arithmetic as COTRN02A's CHECK-CREDIT-LIMIT:
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_MERCHANT_ID,
                TRAN_MERCHANT_NAME, TRAN_MERCHANT_CITY,
                TRAN_MERCHANT_ZIP, TRAN_ORIG_TS, TRAN_PROC_TS,
                TRAN_ORIG_CURR_CD, TRAN_ORIG_AMT, TRAN_MCC_CD,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, :HOST-TRAN-TYPE-CD, :HOST-TRAN-CAT-CD,
                'CLEARING', :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-MERCH-NAME, :HOST-MERCH-CITY,
                :HOST-MERCH-ZIP, :HOST-TRAN-ORIG-TS, :WS-TRAN-TS,
                :HOST-ORIG-CURR-CD, :HOST-ORIG-AMT,
                :HOST-MERCH-MCC-CD,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING TRANSACT - SQLCODE: '
               IF RECORD-NOT-REJECTED AND AUTH-HOLD-MATCHED
                   PERFORM 2560-MARK-AUTH-MATCHED
               END-IF
               IF RECORD-NOT-REJECTED AND HOST-TRAN-AMT < 0
                  AND NOT TRAN-TYPE-IS-PAYMENT
                   PERFORM 2565-MATCH-CREDIT-TO-DISPUTE
               END-IF
               IF RECORD-NOT-REJECTED
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-RECS-POSTED

           EVALUATE TRUE
               WHEN HOST-TRAN-AMT >= 0 AND TRAN-TYPE-IS-CASH-ADV
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
               WHEN HOST-TRAN-AMT >= 0
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
               WHEN OTHER
      * Credits allocate across the balance buckets in the same
      * fees/interest/cash/purchases hierarchy COTRN02A applies.
                   PERFORM 2555-ALLOCATE-PAYMENT-BUCKETS
                   MOVE HOST-XREF-ACCT-ID TO WS-PJ-ACCT-ID
                   MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
                   PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
                   EXEC SQL
                       UPDATE ACCTDAT
                       SET ACCT_CURR_BAL =
                               :HOST-ACCT-BAL-PURCHASES
                       WHERE ACCT_ID = :HOST-XREF-ACCT-ID
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
                   END-IF
           END-EVALUATE

           IF SQLCODE NOT = 0
                   SET RECORD-REJECTED TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 2565-MATCH-CREDIT-TO-DISPUTE
      * A merchant credit may be the refund of a charge the card-
      * holder has disputed - settle the dispute in the credit's
      * unit of work (CSUTL2PL). A failure rolls the credit back to
      * suspense with everything else, so it is matched on repair.
      *----------------------------------------------------------------*
       2565-MATCH-CREDIT-TO-DISPUTE.

           MOVE HOST-TRAN-ID          TO WS-DCM-CREDIT-TRAN-ID
           MOVE HOST-XREF-ACCT-ID     TO WS-DCM-ACCT-ID
           MOVE HOST-TRAN-CARD-NUM    TO WS-DCM-CARD-NUM
           MOVE HOST-TRAN-MERCHANT-ID TO WS-DCM-MERCHANT-ID
           COMPUTE WS-DCM-CREDIT-AMT = 0 - HOST-TRAN-AMT
           MOVE WS-PGMNAME            TO WS-DCM-SOURCE-PGM
           MOVE WS-TRAN-TS            TO WS-DCM-TRAN-TS
           PERFORM MATCH-CREDIT-TO-DISPUTE
              THRU MATCH-CREDIT-TO-DISPUTE-EXIT

           EVALUATE TRUE
               WHEN DCM-ERR-ON
                   MOVE 'POST' TO WS-REJECT-REASON
                   SET RECORD-REJECTED TO TRUE
               WHEN DCM-RESULT-FULL OR DCM-RESULT-PARTIAL
                   ADD 1 TO WS-CREDITS-MATCHED
               WHEN DCM-RESULT-NEAR-MISS
                   ADD 1 TO WS-CREDITS-NEAR-MISS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 2570-POST-FOREIGN-TRAN-FEE
      * A converted foreign charge carries the account group's
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_MERCHANT_ID,
                TRAN_MERCHANT_NAME, TRAN_MERCHANT_CITY,
                TRAN_MERCHANT_ZIP, TRAN_ORIG_TS, TRAN_PROC_TS,
                TRAN_ORIG_CURR_CD, TRAN_ORIG_AMT, TRAN_MCC_CD,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-FTF-TRAN-ID, '03', 5, 'BATCH',
                'FOREIGN TRANSACTION FEE', :HOST-FTF-AMT,
                :HOST-TRAN-CARD-NUM, :HOST-TRAN-MERCHANT-ID,
                :HOST-MERCH-NAME, :HOST-MERCH-CITY,
                :HOST-MERCH-ZIP, :HOST-TRAN-ORIG-TS, :WS-TRAN-TS,
                'USD', :HOST-FTF-AMT, :HOST-MERCH-MCC-CD,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-FTF-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR POSTING FOREIGN FEE - SQLCODE: '
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-RECS-ERRORS
           ELSE
               MOVE HOST-XREF-ACCT-ID TO WS-PJ-ACCT-ID
               MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
               PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
               EXEC SQL
                   UPDATE ACCTDAT
                   SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-FTF-AMT,
                           COALESCE(ACCT_BAL_FEES, 0) + :HOST-FTF-AMT
                   WHERE ACCT_ID = :HOST-XREF-ACCT-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
               END-IF

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
           MOVE CLR-MERCH-CITY   TO SUSP-MERCH-CITY
           MOVE CLR-MERCH-ZIP    TO SUSP-MERCH-ZIP
           MOVE CLR-TRAN-DESC    TO SUSP-TRAN-DESC
           MOVE CLR-MERCH-COUNTRY-CD TO SUSP-MERCH-COUNTRY-CD
           IF SUSP-MERCH-COUNTRY-CD = LOW-VALUES
               MOVE SPACES TO SUSP-MERCH-COUNTRY-CD
           END-IF

           EXEC SQL
               INSERT INTO SUSPENSE
                SUSP_TRAN_TYPE_CD, SUSP_TRAN_CAT_CD, SUSP_TRAN_AMT,
                SUSP_TRAN_ORIG_DT, SUSP_MERCH_ID, SUSP_MERCH_NAME,
                SUSP_MERCH_CITY, SUSP_MERCH_ZIP, SUSP_TRAN_DESC,
                SUSP_MERCH_COUNTRY_CD, SUSP_CREATE_TS)
               VALUES
               (:HOST-SUSP-ID, :HOST-SUSP-REASON-CD, 'O',
                :SUSP-CARD-NUM, :SUSP-TRAN-TYPE-CD,
                :SUSP-TRAN-CAT-CD, :SUSP-TRAN-AMT,
                :SUSP-TRAN-ORIG-DT, :SUSP-MERCH-ID,
                :SUSP-MERCH-NAME, :SUSP-MERCH-CITY,
                :SUSP-MERCH-ZIP, :SUSP-TRAN-DESC,
                :SUSP-MERCH-COUNTRY-CD, :WS-TRAN-TS)
           END-EXEC

      * A sanctions suspense and its compliance queue row stand or
      * fall together.
           IF SQLCODE = 0 AND SANCTIONS-HIT
               PERFORM 2710-WRITE-SANCTIONS-HIT
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-RECS-SUSPENDED
                   IF SANCTIONS-HIT
                       ADD 1 TO WS-RECS-SANCTIONED
                   END-IF
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR INSERTING SUSPENSE - SQLCODE: '
                   ADD 1 TO WS-RECS-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2710-WRITE-SANCTIONS-HIT
      *----------------------------------------------------------------*
       2710-WRITE-SANCTIONS-HIT.

           SET SNH-SOURCE-CLEARING   TO TRUE
           MOVE WS-SCR-RESULT        TO SNH-HIT-TYPE
           MOVE HOST-TRAN-CARD-NUM   TO SNH-CARD-NUM
           MOVE HOST-XREF-ACCT-ID    TO SNH-ACCT-ID
           MOVE HOST-TRAN-MERCHANT-ID TO SNH-MERCH-ID
           MOVE WS-SCR-MERCH-NAME    TO SNH-MERCH-NAME
           MOVE WS-SCR-MERCH-CITY    TO SNH-MERCH-CITY
           MOVE WS-SCR-COUNTRY-CD    TO SNH-MERCH-COUNTRY-CD
           MOVE HOST-TRAN-AMT        TO SNH-TRAN-AMT
           MOVE WS-SCR-MATCH-ENTRY   TO SNH-MATCH-ENTRY
           MOVE WS-SCR-LIST-SOURCE   TO SNH-LIST-SOURCE
           SET SNH-SUSPENDED         TO TRUE
           MOVE HOST-SUSP-ID         TO SNH-SUSP-ID

           EXEC SQL
               INSERT INTO SANCHIT
               (SNH_HIT_ID, SNH_SOURCE, SNH_HIT_TYPE, SNH_CARD_NUM,
                SNH_ACCT_ID, SNH_MERCH_ID, SNH_MERCH_NAME,
                SNH_MERCH_CITY, SNH_MERCH_COUNTRY_CD, SNH_TRAN_AMT,
                SNH_MATCH_ENTRY, SNH_LIST_SOURCE, SNH_DISPOSITION,
                SNH_AUTH_ID, SNH_SUSP_ID, SNH_REVIEW_STATUS,
                SNH_REVIEWER_ID, SNH_REVIEW_TS, SNH_CREATE_TS)
               VALUES
               (NEXT VALUE FOR SNH_HIT_ID_SEQ, :SNH-SOURCE,
                :SNH-HIT-TYPE, :SNH-CARD-NUM, :SNH-ACCT-ID,
                :SNH-MERCH-ID, :SNH-MERCH-NAME, :SNH-MERCH-CITY,
                :SNH-MERCH-COUNTRY-CD, :SNH-TRAN-AMT,
                :SNH-MATCH-ENTRY, :SNH-LIST-SOURCE,
                :SNH-DISPOSITION, 0, :SNH-SUSP-ID, 'P',
                ' ', ' ', :WS-TRAN-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING SANCHIT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
           DISPLAY 'CLEARING RECORDS READ..: ' WS-RECS-READ
           DISPLAY 'TRANSACTIONS POSTED....: ' WS-RECS-POSTED
           DISPLAY 'RECORDS TO SUSPENSE....: ' WS-RECS-SUSPENDED
           DISPLAY '  SANCTIONS HOLDS......: ' WS-RECS-SANCTIONED
           DISPLAY 'CREDITS MATCHED TO DSP.: ' WS-CREDITS-MATCHED
           DISPLAY 'CREDITS NEAR MISS......: ' WS-CREDITS-NEAR-MISS
           DISPLAY 'INTERCHANGE INCOME.....: ' WS-TOTAL-ICH-INCOME
           DISPLAY 'PROCESSING ERRORS......: ' WS-RECS-ERRORS

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
      *            SCREEN-SANCTIONS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLYPL.

      *----------------------------------------------------------------*
      *            MATCH-CREDIT-TO-DISPUTE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL2PL.
