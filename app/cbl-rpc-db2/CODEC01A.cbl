         88 RPC-RESP-ALREADY-DECEASED            VALUE 4.
         88 RPC-RESP-ESTATE-NOTFOUND             VALUE 5.
         88 RPC-RESP-WRITE-ERROR                 VALUE 6.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 7.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not record a death or work the estate item for a customer
      * they are tied to, or one on an account their ties are party
      * to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-IN-EXECUTOR-NAME     PIC X(50).
             10 LK-IN-EXECUTOR-PHONE    PIC X(15).
             10 LK-IN-DOC-NOTES         PIC X(100).
      *      Signed-on user keying the change (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-RECORD-DEATH
                   MOVE WS-CUST-ID-N TO HOST-CUST-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       1500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE ZEROS         TO WS-STF-ACCT-ID
           MOVE WS-CUST-ID-N  TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-RECORD-DEATH
      * Marker, card blocks, autopay stop and the estate queue item
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF

      *    Every card on every account of the customer blocks - each
      *    block journaled on its account's ACCTHIST timeline first.
           EXEC SQL
               INSERT INTO ACCTHIST
               (AHS_LOG_ID, AHS_ACCT_ID, AHS_FIELD_NAME,
                AHS_OLD_VALUE, AHS_NEW_VALUE, AHS_USER_ID,
                AHS_CHANGE_TS)
               SELECT NEXT VALUE FOR AHS_LOG_ID_SEQ, CARD_ACCT_ID,
                      'CARD-STATUS', CARD_NUM CONCAT ' Y',
                      CARD_NUM CONCAT ' N', :WS-PGMNAME,
                      CURRENT TIMESTAMP
               FROM CARDDAT
               WHERE CARD_ACCT_ID IN
                     (SELECT XREF_ACCT_ID FROM CXACAIX
                      WHERE XREF_CUST_ID = :HOST-CUST-ID)
               AND   CARD_ACTIVE_STATUS = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9000-FAIL-AND-ROLLBACK
               GO TO 2000-RECORD-DEATH-EXIT
           END-IF

           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'N'
                  WS-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
