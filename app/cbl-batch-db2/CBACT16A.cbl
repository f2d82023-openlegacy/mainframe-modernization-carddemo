      ******************************************************************
      * 2026-09-02 - Alerts for a customer with a recorded date of
      *              death are suppressed, not dispatched
      * 2026-10-15 - Alerts to Spanish-preference customers go out
      *              in Spanish (LANGTEXT document NOTIFY), English
      *              otherwise; alerts by language kept on LANGPIECE
      * 2026-10-15 - Fraud verification texts (type F) go by SMS
      *              only - the cardholder's reply is the point
      * 2026-10-15 - The e-mail and SMS files are registered on the
      *              outbound file manifest with record counts and
      *              account id hash totals
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT16A.
       AUTHOR.     AWS.
         05 WS-NOTIFY-OPTOUT           PIC 9(07) VALUE ZEROS.
         05 WS-NOTIFY-FAILED           PIC 9(07) VALUE ZEROS.
         05 WS-NOTIFY-ERRORS           PIC 9(07) VALUE ZEROS.
      * Hash of the account ids written to each file, for the manifest
         05 WS-EMAIL-HASH-TOTAL        PIC S9(15)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-SMS-HASH-TOTAL          PIC S9(15)V99 COMP-3
                                        VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CURRENT-DATE-TIME.
         05 WS-CONTACT-FOUND-FLAG      PIC X(01) VALUE 'N'.
           88 CONTACT-FOUND                       VALUE 'Y'.
           88 CONTACT-NOT-FOUND                   VALUE 'N'.
      * The alert text as dispatched, and its language.
         05 WS-ALERT-MSG               PIC X(80).
         05 WS-ALERT-LANG-CD           PIC X(02).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 NOTIFY-CURSOR-EOF                     VALUE 'Y'.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      * Alert wording in the customer's language - see CSUTLIPL;
      * LANGTEXT document NOTIFY, one line per alert type.
       01 WS-LTXT-FIELDS.
       COPY CSUTLIWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
         05 HOST-CUST-PHONE-NUM-1       PIC X(15).
         05 HOST-CUST-NOTIFY-OPTOUT     PIC X(01).
         05 HOST-CUST-DATE-OF-DEATH     PIC X(10).
         05 HOST-CUST-LANG-PREF         PIC X(02).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
           PERFORM 2000-PROCESS-NOTIFICATIONS
                   UNTIL NOTIFY-CURSOR-EOF
           PERFORM 3000-FINALIZE
           PERFORM 4000-REGISTER-MANIFEST
           MOVE 'CBACT16A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-NOTIFY-READ TO WS-RTOT-RECS-READ
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           MOVE 'CBACT16A' TO WS-LTXT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-LTXT-RUN-DATE
           PERFORM WRITE-LANG-PIECES
              THRU WRITE-LANG-PIECES-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT16A - NOTIFICATION DISPATCHER ENDED'
           GOBACK.
           MOVE ZEROS TO WS-NOTIFY-OPTOUT
           MOVE ZEROS TO WS-NOTIFY-FAILED
           MOVE ZEROS TO WS-NOTIFY-ERRORS
           MOVE ZEROS TO WS-EMAIL-HASH-TOTAL
           MOVE ZEROS TO WS-SMS-HASH-TOTAL
           SET NOTIFY-CURSOR-NOT-EOF TO TRUE
           MOVE WS-MAX-RETRY-CNT TO HOST-MAX-RETRY-CNT

                   PERFORM 2500-MARK-OPTED-OUT
               WHEN HOST-CUST-NOTIFY-OPTOUT = 'Y'
                   PERFORM 2500-MARK-OPTED-OUT
      * A fraud verification asks for a YES/NO reply, which only the
      * SMS gateway can take back - with no phone on file it fails
      * and the review item stays with the analysts.
               WHEN HOST-NOTIFY-TYPE-CD = 'F'
                   IF HOST-CUST-PHONE-NUM-1 NOT = SPACES
                       PERFORM 2400-WRITE-SMS
                   ELSE
                       PERFORM 2600-MARK-FAILED
                   END-IF
               WHEN HOST-CUST-EMAIL-ADDRESS NOT = SPACES
                   PERFORM 2300-WRITE-EMAIL
               WHEN HOST-CUST-PHONE-NUM-1 NOT = SPACES
           MOVE SPACES TO HOST-CUST-PHONE-NUM-1
           MOVE 'N' TO HOST-CUST-NOTIFY-OPTOUT
           MOVE SPACES TO HOST-CUST-DATE-OF-DEATH
           MOVE 'EN' TO HOST-CUST-LANG-PREF

           EXEC SQL
               SELECT XREF_CUST_ID
               EXEC SQL
                   SELECT CUST_EMAIL_ADDRESS, CUST_PHONE_NUM_1,
                          COALESCE(CUST_NOTIFY_OPTOUT_IND, 'N'),
                          COALESCE(CUST_DATE_OF_DEATH, ' '),
                          COALESCE(CUST_LANG_PREF, 'EN')
                   INTO :HOST-CUST-EMAIL-ADDRESS,
                        :HOST-CUST-PHONE-NUM-1,
                        :HOST-CUST-NOTIFY-OPTOUT,
                        :HOST-CUST-DATE-OF-DEATH,
                        :HOST-CUST-LANG-PREF
                   FROM CUSTDAT
                   WHERE CUST_ID = :HOST-XREF-CUST-ID
               END-EXEC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   2250-LOCALIZE-MESSAGE
      * NOTIFY_MSG is worded in English by whichever program queued
      * the alert. A Spanish-preference customer gets the Spanish
      * wording for the alert type instead; any type without it
      * goes out in English as queued.
      *----------------------------------------------------------------*
       2250-LOCALIZE-MESSAGE.

           MOVE HOST-NOTIFY-MSG TO WS-ALERT-MSG
           MOVE 'EN' TO WS-ALERT-LANG-CD

           IF HOST-CUST-LANG-PREF = 'ES'
               MOVE HOST-NOTIFY-ACCT-ID TO WS-ACCT-ID-EDIT
               MOVE WS-ACCT-ID-EDIT(8:4) TO WS-LTXT-ARG(1)
               MOVE HOST-NOTIFY-MSG TO WS-LTXT-DFLT-EN
               EVALUATE HOST-NOTIFY-TYPE-CD
                   WHEN 'T'
                       MOVE 1 TO WS-LTXT-LINE-NO
                       MOVE 'ALERTA: SE REGISTRO UNA COMPRA GRANDE EN SU
      -         ' CUENTA TERMINADA EN &1.' TO WS-LTXT-DFLT-ES
                   WHEN 'C'
                       MOVE 2 TO WS-LTXT-LINE-NO
                       MOVE
                           'ALERTA: HUBO UN CAMBIO EN LA TARJETA DE SU C
      -         'UENTA TERMINADA EN &1.' TO WS-LTXT-DFLT-ES
                   WHEN 'S'
                       MOVE 3 TO WS-LTXT-LINE-NO
                       MOVE 'YA ESTA DISPONIBLE EL ESTADO DE SU CUENTA T
      -         'ERMINADA EN &1.' TO WS-LTXT-DFLT-ES
                   WHEN 'B'
                       MOVE 4 TO WS-LTXT-LINE-NO
                       MOVE
                           'ALERTA: EL SALDO DE SU CUENTA TERMINADA EN &
      -         '1 SUPERO SU LIMITE DE AVISO.' TO WS-LTXT-DFLT-ES
                   WHEN 'N'
                       MOVE 5 TO WS-LTXT-LINE-NO
                       MOVE 'ALERTA: COMPRA SIN TARJETA PRESENTE EN SU C
      -         'UENTA TERMINADA EN &1.' TO WS-LTXT-DFLT-ES
                   WHEN 'D'
                       MOVE 6 TO WS-LTXT-LINE-NO
                       MOVE 'RECORDATORIO: SE ACERCA LA FECHA DE PAGO DE
      -         ' SU CUENTA TERMINADA EN &1.' TO WS-LTXT-DFLT-ES
                   WHEN 'R'
                       MOVE 7 TO WS-LTXT-LINE-NO
                       MOVE 'AVISO: CAMBIARA LA TASA DE INTERES DE SU CU
      -         'ENTA TERMINADA EN &1.' TO WS-LTXT-DFLT-ES
                   WHEN 'F'
                       MOVE 8 TO WS-LTXT-LINE-NO
                       MOVE 'FRAUDE: RECONOCE EL CARGO EN SU CUENTA TERM
      -         'INADA EN &1? RESPONDA SI O NO' TO WS-LTXT-DFLT-ES
                   WHEN OTHER
                       MOVE ZEROS TO WS-LTXT-LINE-NO
                       MOVE SPACES TO WS-LTXT-DFLT-ES
               END-EVALUATE
               MOVE 'NOTIFY' TO WS-LTXT-DOC-CD
               MOVE HOST-CUST-LANG-PREF TO WS-LTXT-LANG-CD
               PERFORM GET-LANG-TEXT
                  THRU GET-LANG-TEXT-EXIT
               IF WS-LTXT-OUT-LANG = 'ES'
                   MOVE WS-LTXT-OUT TO WS-ALERT-MSG
                   MOVE 'ES' TO WS-ALERT-LANG-CD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2300-WRITE-EMAIL
      *----------------------------------------------------------------*
       2300-WRITE-EMAIL.

           PERFORM 2250-LOCALIZE-MESSAGE
           MOVE HOST-NOTIFY-ACCT-ID TO WS-ACCT-ID-EDIT
           MOVE SPACES TO EMAIL-OUT-LINE
           STRING FUNCTION TRIM(HOST-CUST-EMAIL-ADDRESS)
                  '|' DELIMITED BY SIZE
                  HOST-NOTIFY-TYPE-CD DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-ALERT-MSG DELIMITED BY SIZE
             INTO EMAIL-OUT-LINE
           WRITE EMAIL-OUT-LINE

           ADD 1 TO WS-EMAIL-SENT
           ADD HOST-NOTIFY-ACCT-ID TO WS-EMAIL-HASH-TOTAL
           MOVE WS-ALERT-LANG-CD TO WS-LTXT-LANG-CD
           PERFORM COUNT-LANG-PIECE
           MOVE 'E' TO HOST-NOTIFY-CHANNEL
           PERFORM 2700-MARK-SENT.

      *----------------------------------------------------------------*
       2400-WRITE-SMS.

           PERFORM 2250-LOCALIZE-MESSAGE
           MOVE HOST-NOTIFY-ACCT-ID TO WS-ACCT-ID-EDIT
           MOVE SPACES TO SMS-OUT-LINE
           STRING FUNCTION TRIM(HOST-CUST-PHONE-NUM-1)
                  '|' DELIMITED BY SIZE
                  WS-ACCT-ID-EDIT DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-ALERT-MSG DELIMITED BY SIZE
             INTO SMS-OUT-LINE
           WRITE SMS-OUT-LINE

           ADD 1 TO WS-SMS-SENT
           ADD HOST-NOTIFY-ACCT-ID TO WS-SMS-HASH-TOTAL
           MOVE WS-ALERT-LANG-CD TO WS-LTXT-LANG-CD
           PERFORM COUNT-LANG-PIECE
           MOVE 'M' TO HOST-NOTIFY-CHANNEL
           PERFORM 2700-MARK-SENT.

           DISPLAY 'OPT-OUTS SUPPRESSED....: ' WS-NOTIFY-OPTOUT
           DISPLAY 'MARKED FAILED/RETRY....: ' WS-NOTIFY-FAILED
           DISPLAY 'PROCESSING ERRORS......: ' WS-NOTIFY-ERRORS
           DISPLAY 'ALERTS IN ENGLISH......: ' WS-LTXT-PIECES-EN
           DISPLAY 'ALERTS IN SPANISH......: ' WS-LTXT-PIECES-ES

           IF WS-NOTIFY-ERRORS > 0
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-REGISTER-MANIFEST
      * Puts the e-mail and SMS files on the outbound file manifest,
      * each with its record count and account id hash.
      *----------------------------------------------------------------*
       4000-REGISTER-MANIFEST.

           MOVE 'CBACT16A'          TO WS-MFT-JOB-NAME
           MOVE 'EMAILFIL'          TO WS-MFT-FILE-NAME
           MOVE WS-BIZDT-DATE       TO WS-MFT-BUS-DATE
           MOVE WS-EMAIL-SENT       TO WS-MFT-RECORD-COUNT
           MOVE WS-EMAIL-HASH-TOTAL TO WS-MFT-CONTROL-TOTAL
           MOVE 'H'                 TO WS-MFT-CONTROL-TYPE
           PERFORM REGISTER-OUTBOUND-FILE
              THRU REGISTER-OUTBOUND-FILE-EXIT
           IF MFT-ERR-OFF
               MOVE 'SMSFILE'         TO WS-MFT-FILE-NAME
               MOVE WS-SMS-SENT       TO WS-MFT-RECORD-COUNT
               MOVE WS-SMS-HASH-TOTAL TO WS-MFT-CONTROL-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
                  THRU REGISTER-OUTBOUND-FILE-EXIT
           END-IF
           IF MFT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'EMAILFIL AND SMSFILE REGISTERED ON MANIFEST'
           END-IF.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *        GET-LANG-TEXT / WRITE-LANG-PIECES (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLIPL.

      *----------------------------------------------------------------*
      *            REGISTER-OUTBOUND-FILE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL1PL.
