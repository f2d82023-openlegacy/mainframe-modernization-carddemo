      *               pre-charge-off letter with the required
      *               disclosures. One letter per account per bucket
      *               inside the repeat window, suppressed while the
      *               account has an open dispute, an active
      *               workout plan or a bankruptcy stay, split print
      *               versus e-delivery by the customer's preference,
      *               and recorded on the DUNNING history the
      *               collectors can see.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * 2026-09-02 - New batch job: dunning letter series keyed to
      *              delinquency bucket entry
      ******************************************************************
      * 2026-10-15 - No letter while the account is under a
      *              bankruptcy stay or discharge (BANKRPT)
      * 2026-10-15 - Letter wording in the customer's language
      *              (CUST_LANG_PREF, LANGTEXT document DUNLTR);
      *              letters by language kept on LANGPIECE
      * 2026-10-15 - No letter while the account is under disaster
      *              relief that pauses collections (DSTEVENT)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT56A.
       AUTHOR.     AWS.
          05 DNP-PAYEE-NAME             PIC X(50).
          05 DNP-ADDR-LINE-1            PIC X(50).
          05 DNP-BALANCE                PIC 9(10).99.
          05 DNP-LANG-CD                PIC X(02).
          05 DNP-LETTER-TEXT            PIC X(100).

       FD DUN-EMAIL-FILE
           RECORDING MODE IS F.
          05 DNE-LETTER-CD              PIC X(01).
          05 DNE-EMAIL-ADDRESS          PIC X(50).
          05 DNE-BALANCE                PIC 9(10).99.
          05 DNE-LANG-CD                PIC X(02).
          05 DNE-LETTER-TEXT            PIC X(100).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Letter wording in the customer's language - see CSUTLIPL;
      * LANGTEXT document DUNLTR, line = letter code.
       01 WS-LTXT-FIELDS.
       COPY CSUTLIWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
         05 HOST-CUST-ADDR-LINE-1      PIC X(50).
         05 HOST-CUST-EMAIL-ADDRESS    PIC X(50).
         05 HOST-CUST-DLVRY-PREF       PIC X(01).
         05 HOST-CUST-LANG-PREF        PIC X(02).
       01 HOST-SUPPRESS-COUNT          PIC S9(04) COMP.
       01 HOST-PRIOR-LETTER-COUNT      PIC S9(04) COMP.
       01 HOST-WINDOW-START-DATE       PIC X(10).
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           MOVE 'CBACT56A' TO WS-LTXT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-LTXT-RUN-DATE
           PERFORM WRITE-LANG-PIECES
              THRU WRITE-LANG-PIECES-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT56A - DUNNING LETTER SERIES ENDED'
           GOBACK.
               GO TO 2100-LETTER-ONE-ACCOUNT-EXIT
           END-IF

      *    A collection letter to a debtor under a bankruptcy stay
      *    (or the discharge injunction that follows it) is a
      *    violation of the court's order, not a courtesy.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-SUPPRESS-COUNT
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :HOST-ACCT-ID
               AND   BKR_STATUS IN ('F', 'D')
           END-EXEC

           IF SQLCODE NOT = 0 OR HOST-SUPPRESS-COUNT > 0
               ADD 1 TO WS-LETTERS-SUPPRESSED
               GO TO 2100-LETTER-ONE-ACCOUNT-EXIT
           END-IF

      *    Collections pause for a customer a declared disaster has
      *    hit while the event's relief window is open.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-SUPPRESS-COUNT
               FROM DSTENROL N, DSTEVENT E
               WHERE N.DRN_ACCT_ID = :HOST-ACCT-ID
               AND   E.DRE_EVENT_ID = N.DRN_EVENT_ID
               AND   E.DRE_PAUSE_COLLECTIONS = 'Y'
               AND   E.DRE_START_DATE <= :WS-BIZDT-DATE
               AND   E.DRE_END_DATE >= :WS-BIZDT-DATE
           END-EXEC

           IF SQLCODE = 0 AND HOST-SUPPRESS-COUNT > 0
               ADD 1 TO WS-LETTERS-SUPPRESSED
               GO TO 2100-LETTER-ONE-ACCOUNT-EXIT
           END-IF

      *    One letter per bucket inside the repeat window.
           MOVE WS-LETTER-CD TO HOST-DUN-LETTER-CD
           EXEC SQL
           EXEC SQL
               SELECT C.CUST_FIRST_NAME, C.CUST_LAST_NAME,
                      C.CUST_ADDR_LINE_1, C.CUST_EMAIL_ADDRESS,
                      COALESCE(C.CUST_STMT_DLVRY_PREF, 'P'),
                      COALESCE(C.CUST_LANG_PREF, 'EN')
               INTO :HOST-CUST-FIRST-NAME, :HOST-CUST-LAST-NAME,
                    :HOST-CUST-ADDR-LINE-1, :HOST-CUST-EMAIL-ADDRESS,
                    :HOST-CUST-DLVRY-PREF, :HOST-CUST-LANG-PREF
               FROM CXACAIX X, CUSTDAT C
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   X.XREF_CARD_NUM =
      *----------------------------------------------------------------*
       2300-WRITE-LETTER-AND-HISTORY.

           PERFORM 2400-GET-LETTER-TEXT

           IF HOST-CUST-DLVRY-PREF = 'E'
              AND HOST-CUST-EMAIL-ADDRESS NOT = SPACES
               MOVE 'E' TO HOST-DUN-CHANNEL
               MOVE WS-LETTER-CD TO DNE-LETTER-CD
               MOVE HOST-CUST-EMAIL-ADDRESS TO DNE-EMAIL-ADDRESS
               MOVE HOST-ACCT-CURR-BAL TO DNE-BALANCE
               MOVE WS-LTXT-OUT-LANG TO DNE-LANG-CD
               MOVE WS-LTXT-OUT TO DNE-LETTER-TEXT
               WRITE DUN-EMAIL-RECORD
           ELSE
               MOVE 'P' TO HOST-DUN-CHANNEL
                 INTO DNP-PAYEE-NAME
               MOVE HOST-CUST-ADDR-LINE-1 TO DNP-ADDR-LINE-1
               MOVE HOST-ACCT-CURR-BAL TO DNP-BALANCE
               MOVE WS-LTXT-OUT-LANG TO DNP-LANG-CD
               MOVE WS-LTXT-OUT TO DNP-LETTER-TEXT
               WRITE DUN-PRINT-RECORD
           END-IF

               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-LETTERS-SENT
                   MOVE WS-LTXT-OUT-LANG TO WS-LTXT-LANG-CD
                   PERFORM COUNT-LANG-PIECE
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-DUN-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2400-GET-LETTER-TEXT
      * The letter's message in the customer's language - English
      * for any letter not yet translated.
      *----------------------------------------------------------------*
       2400-GET-LETTER-TEXT.

           EVALUATE WS-LETTER-CD
               WHEN '1'
                   MOVE 1 TO WS-LTXT-LINE-NO
                   MOVE
                       'REMINDER: YOUR PAYMENT IS PAST DUE. PLEASE PAY T
      -         'ODAY OR CALL US.' TO WS-LTXT-DFLT-EN
                   MOVE 'RECORDATORIO: SU PAGO ESTA VENCIDO. PAGUE HOY O
      -         ' LLAMENOS.' TO WS-LTXT-DFLT-ES
               WHEN '2'
                   MOVE 2 TO WS-LTXT-LINE-NO
                   MOVE
                       'YOUR ACCOUNT IS SERIOUSLY PAST DUE. PAY NOW TO A
      -         'VOID FURTHER ACTION.' TO WS-LTXT-DFLT-EN
                   MOVE 'SU CUENTA TIENE UN ATRASO GRAVE. PAGUE AHORA PA
      -         'RA EVITAR OTRAS MEDIDAS.' TO WS-LTXT-DFLT-ES
               WHEN '3'
                   MOVE 3 TO WS-LTXT-LINE-NO
                   MOVE 'FINAL NOTICE: PAY THE BALANCE DUE OR YOUR ACCOU
      -         'NT MAY BE CHARGED OFF.' TO WS-LTXT-DFLT-EN
                   MOVE 'AVISO FINAL: PAGUE EL SALDO VENCIDO O SU CUENTA
      -         ' PODRA SER CANCELADA COMO PERDIDA.' TO WS-LTXT-DFLT-ES
               WHEN OTHER
                   MOVE ZEROS TO WS-LTXT-LINE-NO
                   MOVE SPACES TO WS-LTXT-DFLT-EN
                   MOVE SPACES TO WS-LTXT-DFLT-ES
           END-EVALUATE

           MOVE 'DUNLTR' TO WS-LTXT-DOC-CD
           MOVE HOST-CUST-LANG-PREF TO WS-LTXT-LANG-CD
           PERFORM GET-LANG-TEXT
              THRU GET-LANG-TEXT-EXIT.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
           DISPLAY 'LETTERS GENERATED......: ' WS-LETTERS-SENT
           DISPLAY 'LETTERS SUPPRESSED.....: ' WS-LETTERS-SUPPRESSED
           DISPLAY 'PROCESSING ERRORS......: ' WS-DUN-ERRORS
           DISPLAY 'LETTERS IN ENGLISH.....: ' WS-LTXT-PIECES-EN
           DISPLAY 'LETTERS IN SPANISH.....: ' WS-LTXT-PIECES-ES

           IF WS-DUN-ERRORS > 0
               MOVE 4 TO RETURN-CODE
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *        GET-LANG-TEXT / WRITE-LANG-PIECES (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLIPL.
