      * Modification History
      * 2026-08-08 - New batch job: archive TRANSACT rows older than
      *              the retention cutoff to TRANSACT_ARCH
      * 2026-10-15 - Carry the merchant, original currency/amount and
      *              MCC columns into TRANSACT_ARCH so archived rows
      *              still serve the customer history download
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT05A.
         05 HOST-TRAN-CARD-NUM          PIC X(16).
         05 HOST-TRAN-ORIG-TS           PIC X(26).
         05 HOST-TRAN-PROC-TS           PIC X(26).
         05 HOST-TRAN-MERCHANT-ID       PIC S9(09) COMP.
         05 HOST-TRAN-MERCHANT-NAME     PIC X(50).
         05 HOST-TRAN-MERCHANT-CITY     PIC X(50).
         05 HOST-TRAN-MERCHANT-ZIP      PIC X(10).
         05 HOST-TRAN-ORIG-CURR-CD      PIC X(03).
         05 HOST-TRAN-ORIG-AMT          PIC S9(10)V99 COMP-3.
         05 HOST-TRAN-MCC-CD            PIC S9(04) COMP.

      * Restart position - transactions already archived below this ID
      * on a prior abended run are skipped; zero on a fresh run.
               DECLARE CUR-ARCH-TRAN CURSOR FOR
               SELECT TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                      TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                      TRAN_PROC_TS, TRAN_MERCHANT_ID,
                      TRAN_MERCHANT_NAME, TRAN_MERCHANT_CITY,
                      TRAN_MERCHANT_ZIP, TRAN_ORIG_CURR_CD,
                      TRAN_ORIG_AMT, TRAN_MCC_CD
               FROM TRANSACT
               WHERE TRAN_ORIG_TS <
                     CURRENT_TIMESTAMP - WS-RETENTION-MONTHS MONTHS
                    :HOST-TRAN-CAT-CD, :HOST-TRAN-SOURCE,
                    :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                    :HOST-TRAN-CARD-NUM, :HOST-TRAN-ORIG-TS,
                    :HOST-TRAN-PROC-TS, :HOST-TRAN-MERCHANT-ID,
                    :HOST-TRAN-MERCHANT-NAME, :HOST-TRAN-MERCHANT-CITY,
                    :HOST-TRAN-MERCHANT-ZIP, :HOST-TRAN-ORIG-CURR-CD,
                    :HOST-TRAN-ORIG-AMT, :HOST-TRAN-MCC-CD
           END-EXEC

           EVALUATE SQLCODE
               INSERT INTO TRANSACT_ARCH
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS, TRAN_MERCHANT_ID, TRAN_MERCHANT_NAME,
                TRAN_MERCHANT_CITY, TRAN_MERCHANT_ZIP,
                TRAN_ORIG_CURR_CD, TRAN_ORIG_AMT, TRAN_MCC_CD)
               VALUES
               (:HOST-TRAN-ID, :HOST-TRAN-TYPE-CD, :HOST-TRAN-CAT-CD,
                :HOST-TRAN-SOURCE, :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-TRAN-CARD-NUM, :HOST-TRAN-ORIG-TS,
                :HOST-TRAN-PROC-TS, :HOST-TRAN-MERCHANT-ID,
                :HOST-TRAN-MERCHANT-NAME, :HOST-TRAN-MERCHANT-CITY,
                :HOST-TRAN-MERCHANT-ZIP, :HOST-TRAN-ORIG-CURR-CD,
                :HOST-TRAN-ORIG-AMT, :HOST-TRAN-MCC-CD)
           END-EXEC

           EVALUATE SQLCODE
