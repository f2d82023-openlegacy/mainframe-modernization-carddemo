      * Modification History
      * 2026-09-02 - New batch job: adverse-action notice extract
      *              with deadline compliance proof
      * 2026-10-15 - Notice wording in the customer's language
      *              (CUST_LANG_PREF, LANGTEXT document AANLTR);
      *              notices by language on the proof and LANGPIECE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT61A.
          05 ALT-CUST-ID                PIC 9(09).
          05 ALT-REASON-DESC            PIC X(30).
          05 ALT-FICO-USED              PIC 9(03).
          05 ALT-LANG-CD                PIC X(02).
          05 ALT-NOTICE-TEXT            PIC X(100).
          05 ALT-RIGHTS-TEXT            PIC X(100).

       FD AAN-RPT-FILE
           RECORDING MODE IS F.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Notice wording in the customer's language - see CSUTLIPL;
      * LANGTEXT document AANLTR. The decline reason itself prints
      * as recorded on AANOTICE.
       01 WS-LTXT-FIELDS.
       COPY CSUTLIWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
         05 HOST-AAN-REASON            PIC X(30).
         05 HOST-AAN-FICO              PIC S9(04) COMP.
       01 HOST-CUST-DLVRY-PREF         PIC X(01).
       01 HOST-CUST-LANG-PREF          PIC X(02).
       01 HOST-OVERDUE-COUNT           PIC S9(09) COMP.

       COPY CVAAN01Y.
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           MOVE 'CBACT61A' TO WS-LTXT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-LTXT-RUN-DATE
           PERFORM WRITE-LANG-PIECES
              THRU WRITE-LANG-PIECES-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT61A - ADVERSE-ACTION EXTRACT ENDED'
           GOBACK.
      *                 2100-LETTER-ONE-NOTICE
      * Letter record and Sent stamp commit together. A declined
      * applicant with no customer row (COAPP01A declines never
      * provisioned one) always letters by print, in English.
      *----------------------------------------------------------------*
       2100-LETTER-ONE-NOTICE.

           MOVE 'P' TO WS-CHANNEL
           MOVE 'EN' TO HOST-CUST-LANG-PREF
           IF HOST-AAN-CUST-ID > 0
               EXEC SQL
                   SELECT COALESCE(CUST_STMT_DLVRY_PREF, 'P'),
                          COALESCE(CUST_LANG_PREF, 'EN')
                   INTO :HOST-CUST-DLVRY-PREF, :HOST-CUST-LANG-PREF
                   FROM CUSTDAT
                   WHERE CUST_ID = :HOST-AAN-CUST-ID
               END-EXEC
               IF SQLCODE = 0
                   MOVE HOST-CUST-DLVRY-PREF TO WS-CHANNEL
               ELSE
                   MOVE 'EN' TO HOST-CUST-LANG-PREF
               END-IF
           END-IF

           MOVE HOST-AAN-CUST-ID TO ALT-CUST-ID
           MOVE HOST-AAN-REASON TO ALT-REASON-DESC
           MOVE HOST-AAN-FICO TO ALT-FICO-USED
           PERFORM 2200-GET-NOTICE-TEXT
           WRITE AAN-LETTER-RECORD

           EXEC SQL
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-LETTERS-WRITTEN
                   MOVE ALT-LANG-CD TO WS-LTXT-LANG-CD
                   PERFORM COUNT-LANG-PIECE
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-AAN-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2200-GET-NOTICE-TEXT
      * The notice body and the applicant's rights statement in the
      * customer's language.
      *----------------------------------------------------------------*
       2200-GET-NOTICE-TEXT.

           MOVE 'AANLTR' TO WS-LTXT-DOC-CD
           MOVE HOST-CUST-LANG-PREF TO WS-LTXT-LANG-CD
           MOVE 1 TO WS-LTXT-LINE-NO
           MOVE 'WE ARE UNABLE TO APPROVE YOUR REQUEST FOR CREDIT FOR TH
      -         'E REASON SHOWN.' TO WS-LTXT-DFLT-EN
           MOVE 'NO PODEMOS APROBAR SU SOLICITUD DE CREDITO POR EL MOTIV
      -         'O INDICADO.' TO WS-LTXT-DFLT-ES
           PERFORM GET-LANG-TEXT
              THRU GET-LANG-TEXT-EXIT
           MOVE WS-LTXT-OUT-LANG TO ALT-LANG-CD
           MOVE WS-LTXT-OUT TO ALT-NOTICE-TEXT

           MOVE HOST-CUST-LANG-PREF TO WS-LTXT-LANG-CD
           MOVE 2 TO WS-LTXT-LINE-NO
           MOVE 'YOU MAY REQUEST A FREE COPY OF YOUR CREDIT REPORT WITHI
      -         'N 60 DAYS.' TO WS-LTXT-DFLT-EN
           MOVE 'PUEDE PEDIR UNA COPIA GRATUITA DE SU INFORME DE CREDITO
      -         ' DENTRO DE 60 DIAS.' TO WS-LTXT-DFLT-ES
           PERFORM GET-LANG-TEXT
              THRU GET-LANG-TEXT-EXIT
           MOVE WS-LTXT-OUT TO ALT-RIGHTS-TEXT.

      *----------------------------------------------------------------*
      *                 3000-WRITE-PROOF-REPORT
      *----------------------------------------------------------------*
           MOVE SPACES TO AAN-RPT-LINE
           STRING 'STILL PENDING PAST DEADLINE.: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO AAN-RPT-LINE
           WRITE AAN-RPT-LINE

           MOVE WS-LTXT-PIECES-EN TO WS-CNT-EDIT
           MOVE SPACES TO AAN-RPT-LINE
           STRING 'NOTICES SENT IN ENGLISH.....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO AAN-RPT-LINE
           WRITE AAN-RPT-LINE

           MOVE WS-LTXT-PIECES-ES TO WS-CNT-EDIT
           MOVE SPACES TO AAN-RPT-LINE
           STRING 'NOTICES SENT IN SPANISH.....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO AAN-RPT-LINE
           WRITE AAN-RPT-LINE.

      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *        GET-LANG-TEXT / WRITE-LANG-PIECES (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLIPL.
