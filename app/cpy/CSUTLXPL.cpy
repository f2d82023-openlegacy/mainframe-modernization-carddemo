      ******************************************************************
      * Copybook:    CSUTLXPL
      * Purpose:     Caller-verified check procedure logic. Answers
      *              "has the person on the phone proved who they are"
      *              before a high-risk service acts on their word:
      *              it has when this user's current signon session
      *              holds a passed verification (CALLVRFY, written
      *              by COCIV01A) less than 30 minutes old for a
      *              customer entitled to the request - the customer
      *              itself when keyed by customer; the account's
      *              primary holder (CXACAIX) or a joint holder
      *              (ACCTREL role J) when keyed by account or card.
      *              An authorized user is not liable and cannot
      *              authorize changes to the account. Anything but
      *              CIV-VERIFIED means refuse, with WS-CIV-MSG for
      *              the caller: no passed verification, no active
      *              signon session, a missing user ID or a failed
      *              read all refuse - the check fails closed. Reads
      *              only; issues no COMMIT/ROLLBACK.
      *              Requires the fields declared in copybook CSUTLXWY
      *              in the calling program's WORKING-STORAGE.
      ******************************************************************
       CHECK-CALLER-VERIFIED.
           SET CIV-NOT-VERIFIED TO TRUE
           MOVE SPACES TO WS-CIV-MSG
           MOVE ZEROS TO WS-CIV-SES-ID
           MOVE ZEROS TO WS-CIV-PASS-COUNT

           IF WS-CIV-USER-ID = SPACES OR LOW-VALUES
               SET CIV-NO-SESSION TO TRUE
               MOVE 'Signed-on user ID is required for this change...'
                 TO WS-CIV-MSG
               GO TO CHECK-CALLER-VERIFIED-EXIT
           END-IF
           IF WS-CIV-CARD-NUM = LOW-VALUES
               MOVE SPACES TO WS-CIV-CARD-NUM
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(SES_ID), 0)
               INTO :WS-CIV-SES-ID
               FROM SEC_SESSION
               WHERE SES_USR_ID     = :WS-CIV-USER-ID
               AND   SES_EVENT_CD   = 'N'
               AND   SES_ACTIVE_IND = 'Y'
           END-EXEC

           MOVE SQLCODE TO WS-CIV-SQL-STATUS
           IF WS-CIV-SQL-STATUS NOT = 0
               GO TO CHECK-CALLER-VERIFIED-ERROR
           END-IF

           IF WS-CIV-SES-ID = 0
               SET CIV-NO-SESSION TO TRUE
               MOVE 'No active signon session - cannot verify caller'
                 TO WS-CIV-MSG
               GO TO CHECK-CALLER-VERIFIED-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CIV-PASS-COUNT
               FROM CALLVRFY V
               WHERE V.CIV_USR_ID = :WS-CIV-USER-ID
               AND   V.CIV_SES_ID = :WS-CIV-SES-ID
               AND   V.CIV_RESULT = 'P'
               AND   V.CIV_CREATE_TS >= CURRENT TIMESTAMP - 30 MINUTES
               AND  (V.CIV_CUST_ID = :WS-CIV-CUST-ID
                OR   V.CIV_CUST_ID IN
                     (SELECT X.XREF_CUST_ID
                      FROM CXACAIX X
                      WHERE X.XREF_ACCT_ID IN
                            (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                             WHERE A.XREF_ACCT_ID  = :WS-CIV-ACCT-ID
                             OR    A.XREF_CARD_NUM = :WS-CIV-CARD-NUM)
                      UNION
                      SELECT R.REL_CUST_ID
                      FROM ACCTREL R
                      WHERE R.REL_ROLE_CD = 'J'
                      AND   R.REL_ACCT_ID IN
                            (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                             WHERE A.XREF_ACCT_ID  = :WS-CIV-ACCT-ID
                             OR    A.XREF_CARD_NUM = :WS-CIV-CARD-NUM)))
           END-EXEC

           MOVE SQLCODE TO WS-CIV-SQL-STATUS
           IF WS-CIV-SQL-STATUS NOT = 0
               GO TO CHECK-CALLER-VERIFIED-ERROR
           END-IF

           IF WS-CIV-PASS-COUNT > 0
               SET CIV-VERIFIED TO TRUE
           ELSE
               MOVE 'Caller not verified in this session - verify first'
                 TO WS-CIV-MSG
           END-IF
           GO TO CHECK-CALLER-VERIFIED-EXIT
           .
       CHECK-CALLER-VERIFIED-ERROR.
           SET CIV-CHECK-ERROR TO TRUE
           MOVE WS-CIV-SQL-STATUS TO WS-CIV-SQLCODE-DISPLAY
           STRING 'Unable to check caller verification - SQLCODE: '
                  DELIMITED BY SIZE
                  WS-CIV-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-CIV-MSG
           .
       CHECK-CALLER-VERIFIED-EXIT.
           EXIT.
