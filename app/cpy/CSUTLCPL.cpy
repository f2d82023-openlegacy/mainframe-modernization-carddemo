      ******************************************************************
      * Copybook:    CSUTLCPL
      * Purpose:     Sensitive-data access log procedure logic. Writes
      *              one PIIACCLOG row (CVPIA01Y) for a customer record
      *              an online service is about to hand back. A caller
      *              that did not say who the user is is logged as
      *              'NOUSERID' rather than skipped, so the exception
      *              report can name the program that let it through.
      *              Issues no COMMIT/ROLLBACK of its own - the row
      *              commits with the calling program's unit of work
      *              (the task-end syncpoint for a read-only service).
      *              A failed insert sets PII-LOG-ERR-ON; the read is
      *              not refused for it, but the failure is DISPLAYed
      *              to the job log for operations to chase. Set the
      *              CSUTLCWY fields before the PERFORM.
      ******************************************************************
       LOG-PII-ACCESS.
           SET PII-LOG-ERR-OFF TO TRUE

           IF WS-PII-USER-ID = SPACES OR LOW-VALUES
               MOVE 'NOUSERID' TO WS-PII-USER-ID
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-PII-CURDATE-TIME
           STRING WS-PII-CURR-YYYYMMDD(1:4) '-'
                  WS-PII-CURR-YYYYMMDD(5:2) '-'
                  WS-PII-CURR-YYYYMMDD(7:2) '-'
                  WS-PII-CURR-HHMMSS(1:2) '.'
                  WS-PII-CURR-HHMMSS(3:2) '.'
                  WS-PII-CURR-HHMMSS(5:2) '.000000'
                  DELIMITED BY SIZE
                  INTO WS-PII-TS
           END-STRING

           EXEC SQL
               INSERT INTO PIIACCLOG
               (PIA_ACCESS_ID, PIA_USER_ID, PIA_PROGRAM, PIA_CUST_ID,
                PIA_ACCT_ID, PIA_ACCESS_TS, PIA_SSN_IND, PIA_DOB_IND,
                PIA_CONTACT_IND, PIA_ACCOUNT_IND)
               VALUES
               (NEXT VALUE FOR PIA_ACCESS_ID_SEQ, :WS-PII-USER-ID,
                :WS-PII-PROGRAM, :WS-PII-CUST-ID, :WS-PII-ACCT-ID,
                :WS-PII-TS, :WS-PII-SSN-IND, :WS-PII-DOB-IND,
                :WS-PII-CONTACT-IND, :WS-PII-ACCOUNT-IND)
           END-EXEC

           MOVE SQLCODE TO WS-PII-SQL-STATUS

           IF WS-PII-SQL-STATUS NOT = 0
               SET PII-LOG-ERR-ON TO TRUE
               DISPLAY WS-PII-PROGRAM ': PII ACCESS LOG INSERT FAILED'
                       ' - SQLCODE ' WS-PII-SQL-STATUS
           END-IF
           .
       LOG-PII-ACCESS-EXIT.
           EXIT.
