      ******************************************************************
      * Copybook:    CSUTL1PL
      * Purpose:     Outbound file manifest registration logic. Called
      *              by a batch job once it has closed a file bound for
      *              an outside party (GL, bureaus, network, embosser,
      *              mail house, state), so every file leaving the
      *              shop is on FILEMFST with its record count and
      *              control total, stamped Sent, and due back
      *              acknowledged within the partner's SLA (FILEPRTN).
      *              The sequence number runs per file name. A rerun
      *              that rewrites the file for a business date already
      *              registered replaces that row - same sequence
      *              number, new counts, back to Sent - since the
      *              partner receives the file again under the same
      *              number. Set WS-MFT-JOB-NAME, WS-MFT-FILE-NAME,
      *              WS-MFT-BUS-DATE, WS-MFT-RECORD-COUNT,
      *              WS-MFT-CONTROL-TOTAL and WS-MFT-CONTROL-TYPE
      *              before the PERFORM. Issues no COMMIT/ROLLBACK of
      *              its own - the caller owns the unit of work.
      *              Answers through WS-MFT-ERR-FLG /
      *              WS-MFT-SQL-STATUS. Requires the fields declared in
      *              copybook CSUTL1WY in the calling program's
      *              WORKING-STORAGE.
      ******************************************************************
       REGISTER-OUTBOUND-FILE.
           SET MFT-ERR-OFF TO TRUE
           MOVE 0 TO WS-MFT-FILE-ID
           MOVE 0 TO WS-MFT-SEQ-NUM

           EXEC SQL
               SELECT MFP_PARTNER_ID, MFP_SLA_HOURS
               INTO :WS-MFT-PARTNER-ID, :WS-MFT-SLA-HOURS
               FROM FILEPRTN
               WHERE MFP_FILE_NAME = :WS-MFT-FILE-NAME
           END-EXEC

           MOVE SQLCODE TO WS-MFT-SQL-STATUS
           EVALUATE WS-MFT-SQL-STATUS
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'UNKNOWN' TO WS-MFT-PARTNER-ID
                   MOVE 24        TO WS-MFT-SLA-HOURS
               WHEN OTHER
                   GO TO REGISTER-OUTBOUND-FILE-ERROR
           END-EVALUATE

      *    Already registered for this business date - a rerun.
           EXEC SQL
               SELECT MFT_FILE_ID, MFT_SEQ_NUM
               INTO :WS-MFT-FILE-ID, :WS-MFT-SEQ-NUM
               FROM FILEMFST
               WHERE MFT_FILE_NAME = :WS-MFT-FILE-NAME
               AND   MFT_BUS_DATE  = :WS-MFT-BUS-DATE
               ORDER BY MFT_SEQ_NUM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE TO WS-MFT-SQL-STATUS
           EVALUATE WS-MFT-SQL-STATUS
               WHEN 0
                   GO TO REGISTER-OUTBOUND-FILE-RESEND
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   GO TO REGISTER-OUTBOUND-FILE-ERROR
           END-EVALUATE

           EXEC SQL
               SELECT NEXT VALUE FOR MFT_FILE_ID_SEQ
               INTO :WS-MFT-FILE-ID
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE TO WS-MFT-SQL-STATUS
           IF WS-MFT-SQL-STATUS NOT = 0
               GO TO REGISTER-OUTBOUND-FILE-ERROR
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(MFT_SEQ_NUM), 0) + 1
               INTO :WS-MFT-SEQ-NUM
               FROM FILEMFST
               WHERE MFT_FILE_NAME = :WS-MFT-FILE-NAME
           END-EXEC

           MOVE SQLCODE TO WS-MFT-SQL-STATUS
           IF WS-MFT-SQL-STATUS NOT = 0
               GO TO REGISTER-OUTBOUND-FILE-ERROR
           END-IF

           EXEC SQL
               INSERT INTO FILEMFST
               (MFT_FILE_ID, MFT_JOB_NAME, MFT_FILE_NAME,
                MFT_PARTNER_ID, MFT_BUS_DATE, MFT_SEQ_NUM,
                MFT_RECORD_COUNT, MFT_CONTROL_TOTAL,
                MFT_CONTROL_TYPE, MFT_STATUS, MFT_SENT_TS,
                MFT_ACK_DUE_TS, MFT_ACK_TS, MFT_ACK_RECORD_COUNT,
                MFT_ACK_CONTROL_TOTAL, MFT_REJECT_REASON)
               VALUES
               (:WS-MFT-FILE-ID, :WS-MFT-JOB-NAME,
                :WS-MFT-FILE-NAME, :WS-MFT-PARTNER-ID,
                :WS-MFT-BUS-DATE, :WS-MFT-SEQ-NUM,
                :WS-MFT-RECORD-COUNT, :WS-MFT-CONTROL-TOTAL,
                :WS-MFT-CONTROL-TYPE, 'S', CURRENT TIMESTAMP,
                CURRENT TIMESTAMP + :WS-MFT-SLA-HOURS HOURS,
                NULL, 0, 0, ' ')
           END-EXEC

           MOVE SQLCODE TO WS-MFT-SQL-STATUS
           IF WS-MFT-SQL-STATUS NOT = 0
               GO TO REGISTER-OUTBOUND-FILE-ERROR
           END-IF
           GO TO REGISTER-OUTBOUND-FILE-EXIT
           .
       REGISTER-OUTBOUND-FILE-RESEND.
      *    Any earlier acknowledgment or rejection was for the file as
      *    it was; the partner must acknowledge the new one.
           EXEC SQL
               UPDATE FILEMFST
               SET MFT_JOB_NAME          = :WS-MFT-JOB-NAME,
                   MFT_PARTNER_ID        = :WS-MFT-PARTNER-ID,
                   MFT_RECORD_COUNT      = :WS-MFT-RECORD-COUNT,
                   MFT_CONTROL_TOTAL     = :WS-MFT-CONTROL-TOTAL,
                   MFT_CONTROL_TYPE      = :WS-MFT-CONTROL-TYPE,
                   MFT_STATUS            = 'S',
                   MFT_SENT_TS           = CURRENT TIMESTAMP,
                   MFT_ACK_DUE_TS        = CURRENT TIMESTAMP
                                         + :WS-MFT-SLA-HOURS HOURS,
                   MFT_ACK_TS            = NULL,
                   MFT_ACK_RECORD_COUNT  = 0,
                   MFT_ACK_CONTROL_TOTAL = 0,
                   MFT_REJECT_REASON     = ' '
               WHERE MFT_FILE_ID = :WS-MFT-FILE-ID
           END-EXEC

           MOVE SQLCODE TO WS-MFT-SQL-STATUS
           IF WS-MFT-SQL-STATUS NOT = 0
               GO TO REGISTER-OUTBOUND-FILE-ERROR
           END-IF
           GO TO REGISTER-OUTBOUND-FILE-EXIT
           .
       REGISTER-OUTBOUND-FILE-ERROR.
           SET MFT-ERR-ON TO TRUE
           MOVE WS-MFT-SQL-STATUS TO WS-MFT-SQLCODE-DISPLAY
           DISPLAY 'ERROR REGISTERING ' WS-MFT-FILE-NAME
                   ' ON FILE MANIFEST, SQLCODE: '
                   WS-MFT-SQLCODE-DISPLAY
           .
       REGISTER-OUTBOUND-FILE-EXIT.
           EXIT.
