      *               minted or replacement, or flagged Reissued by
      *               CBACT11A) that has no CRDFULF order yet is
      *               written to the vendor embossing file (embossed
      *               name, PAN, expiry, security code), a PIN-mailer
      *               trigger record is written for cards that need
      *               one, and a CRDFULF row (status Ordered) starts the
      *               fulfillment trail that CBACT43A completes from
      *               the vendor's shipped-confirmation file. Orders
      *               stop being keyed into the vendor portal by
      * Modification History
      * 2026-09-02 - New batch job: nightly embossing and PIN-mailer
      *              extract to the fulfillment vendor
      * 2026-10-15 - Cut the card security code here: clear code to the
      *              embossing file only, one-way digest to CARDDAT
      * 2026-10-15 - The embossing and PIN-mailer files are registered
      *              on the outbound file manifest with record counts
      *              and card number hash totals
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT42A.
          05 EMB-EMBOSSED-NAME          PIC X(50).
          05 EMB-EXPIRY-DATE            PIC X(10).
          05 EMB-ORDER-TYPE             PIC X(01).
          05 EMB-CVV-CD                 PIC X(03).

       FD PINMAIL-FILE
           RECORDING MODE IS F.
         05 WS-ORDERS-WRITTEN           PIC 9(07) VALUE ZEROS.
         05 WS-PIN-MAILERS              PIC 9(07) VALUE ZEROS.
         05 WS-ORDER-ERRORS             PIC 9(07) VALUE ZEROS.
      * File control totals for the manifest - every record written,
      * and a hash of the low ten digits of each card number
         05 WS-EMB-RECS-WRITTEN         PIC 9(07) VALUE ZEROS.
         05 WS-EMB-HASH-TOTAL           PIC S9(15)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-PIN-HASH-TOTAL           PIC S9(15)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-NOW-TS                  PIC X(26).
         05 WS-HASH-CARD-NUM           PIC X(16).
         05 WS-HASH-CARD-NUM-R REDEFINES WS-HASH-CARD-NUM.
           10 FILLER                   PIC X(06).
           10 WS-HASH-CARD-LOW10       PIC 9(10).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 CARD-CURSOR-EOF                       VALUE 'Y'.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      * Card security code - see CSUTLVPL; the clear code exists only
      * long enough to reach the embossing record, CARDDAT keeps the
      * HASH-PASSWORD digest (CSUTLPPL) of it.
       01 WS-CVV-FIELDS.
       COPY CSUTLVWY.

       01 WS-PWD-FIELDS.
       COPY CSUTLPWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       01 HOST-FUL-ORDER-TYPE           PIC X(01).
       01 HOST-FUL-PIN-FLAG             PIC X(01).
       01 HOST-NOW-TS                   PIC X(26).
       01 HOST-CARD-CVV-DIGEST          PIC X(08).

       COPY CVFUL01Y.

           PERFORM 2000-PROCESS-CARDS
                   UNTIL CARD-CURSOR-EOF
           PERFORM 3000-FINALIZE
           PERFORM 4000-REGISTER-MANIFEST
           MOVE 'CBACT42A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-CARDS-READ TO WS-RTOT-RECS-READ

           MOVE ZEROS TO WS-CARDS-READ
           MOVE ZEROS TO WS-ORDERS-WRITTEN
           MOVE ZEROS TO WS-EMB-RECS-WRITTEN
           MOVE ZEROS TO WS-EMB-HASH-TOTAL
           MOVE ZEROS TO WS-PIN-HASH-TOTAL
           MOVE ZEROS TO WS-PIN-MAILERS
           MOVE ZEROS TO WS-ORDER-ERRORS
           SET CARD-CURSOR-NOT-EOF TO TRUE
      *                      2100-ORDER-ONE-CARD
      * Reissued cards keep the cardholder's PIN; new and
      * replacement plastic (born Pending) gets the separate
      * PIN-mailer trigger as well. Every plastic - reissues too -
      * carries a freshly cut security code, so the code printed on
      * the card and the digest on CARDDAT always belong together.
      * The digest, the embossing record and the Ordered row commit
      * together.
      *----------------------------------------------------------------*
       2100-ORDER-ONE-CARD.

               MOVE 'Y' TO HOST-FUL-PIN-FLAG
           END-IF

           PERFORM 2110-CUT-SECURITY-CODE

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING CARDDAT DIGEST - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ORDER-ERRORS
           ELSE
               PERFORM 2120-WRITE-ORDER
           END-IF.

      *----------------------------------------------------------------*
      *                      2110-CUT-SECURITY-CODE
      *----------------------------------------------------------------*
       2110-CUT-SECURITY-CODE.

           MOVE HOST-CARD-NUM TO WS-CVV-CARD-NUM
           PERFORM GENERATE-CARD-CVV THRU GENERATE-CARD-CVV-EXIT
           PERFORM DERIVE-CVV-DIGEST THRU DERIVE-CVV-DIGEST-EXIT
           MOVE WS-CVV-DIGEST TO HOST-CARD-CVV-DIGEST

           EXEC SQL
               UPDATE CARDDAT
               SET CARD_CVV_DIGEST = :HOST-CARD-CVV-DIGEST
               WHERE CARD_NUM = :HOST-CARD-NUM
           END-EXEC.

      *----------------------------------------------------------------*
      *                      2120-WRITE-ORDER
      * The clear code is wiped from storage as soon as the embossing
      * record is out.
      *----------------------------------------------------------------*
       2120-WRITE-ORDER.

           MOVE HOST-CARD-NUM           TO EMB-CARD-NUM
           MOVE HOST-CARD-EMBOSSED-NAME TO EMB-EMBOSSED-NAME
           MOVE HOST-CARD-EXPIRY-DATE   TO EMB-EXPIRY-DATE
           MOVE HOST-FUL-ORDER-TYPE     TO EMB-ORDER-TYPE
           MOVE WS-CVV-CODE             TO EMB-CVV-CD
           WRITE EMBOSS-RECORD
           MOVE HOST-CARD-NUM TO WS-HASH-CARD-NUM
           ADD 1 TO WS-EMB-RECS-WRITTEN
           ADD WS-HASH-CARD-LOW10 TO WS-EMB-HASH-TOTAL
           MOVE SPACES TO EMB-CVV-CD
           MOVE SPACES TO WS-CVV-CODE
           MOVE SPACES TO WS-PWD-PLAIN

           IF HOST-FUL-PIN-FLAG = 'Y'
               MOVE HOST-CARD-NUM       TO PIN-CARD-NUM
               MOVE HOST-FUL-ORDER-TYPE TO PIN-ORDER-TYPE
               WRITE PINMAIL-RECORD
               ADD 1 TO WS-PIN-MAILERS
               ADD WS-HASH-CARD-LOW10 TO WS-PIN-HASH-TOTAL
           END-IF

           EXEC SQL
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-REGISTER-MANIFEST
      * Puts the embossing and PIN-mailer files on the outbound file
      * manifest, each with its record count and card number hash.
      *----------------------------------------------------------------*
       4000-REGISTER-MANIFEST.

           MOVE 'CBACT42A'          TO WS-MFT-JOB-NAME
           MOVE 'EMBOSSO'           TO WS-MFT-FILE-NAME
           MOVE WS-BIZDT-DATE       TO WS-MFT-BUS-DATE
           MOVE WS-EMB-RECS-WRITTEN TO WS-MFT-RECORD-COUNT
           MOVE WS-EMB-HASH-TOTAL   TO WS-MFT-CONTROL-TOTAL
           MOVE 'H'                 TO WS-MFT-CONTROL-TYPE
           PERFORM REGISTER-OUTBOUND-FILE
              THRU REGISTER-OUTBOUND-FILE-EXIT
           IF MFT-ERR-OFF
               MOVE 'PINMAILO'        TO WS-MFT-FILE-NAME
               MOVE WS-PIN-MAILERS    TO WS-MFT-RECORD-COUNT
               MOVE WS-PIN-HASH-TOTAL TO WS-MFT-CONTROL-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
                  THRU REGISTER-OUTBOUND-FILE-EXIT
           END-IF
           IF MFT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'EMBOSSO AND PINMAILO REGISTERED ON MANIFEST'
           END-IF.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *     GENERATE-CARD-CVV / DERIVE-CVV-DIGEST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLVPL.

      *----------------------------------------------------------------*
      *                 HASH-PASSWORD (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLPPL.

      *----------------------------------------------------------------*
      *            REGISTER-OUTBOUND-FILE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL1PL.
