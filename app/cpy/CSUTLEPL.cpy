      ******************************************************************
      * Copybook:    CSUTLEPL
      * Purpose:     Staff-conflict check procedure logic. Answers
      *              "may this user act on this account" before a
      *              maintenance or money-moving service changes
      *              anything: the user may not when their own
      *              customer record (USERSEC USR_CUST_ID) or any
      *              customer they have declared a tie to (STAFFREL)
      *              is a party to the account - the primary holder
      *              on CXACAIX or a joint holder / authorized user on
      *              ACCTREL. A service keyed by customer checks every
      *              account that customer is party to, and the
      *              customer itself; one keyed by card checks the
      *              card's account. Anything but STF-NO-CONFLICT
      *              means refuse, with WS-STF-MSG for the caller:
      *              a refusal tells the user to route the request to
      *              another user and is written to STAFFBLK
      *              (CVSTF02Y) for the monthly report CBACT74A; a
      *              missing user ID or a failed read refuses too -
      *              the check fails closed. PERFORM it before the
      *              service changes anything: a refusal COMMITs its
      *              STAFFBLK row at once, so the caller's error-path
      *              ROLLBACK cannot lose the record of the attempt.
      *              Requires the fields declared in copybook CSUTLEWY
      *              in the calling program's WORKING-STORAGE.
      ******************************************************************
       CHECK-STAFF-CONFLICT.
           SET STF-NO-CONFLICT TO TRUE
           MOVE SPACES TO WS-STF-MSG
           MOVE ZEROS TO WS-STF-LINKED-CUST-ID
           MOVE ZEROS TO WS-STF-LINK-COUNT

           IF WS-STF-USER-ID = SPACES OR LOW-VALUES
               SET STF-NO-USER TO TRUE
               MOVE 'Signed-on user ID is required for this change...'
                 TO WS-STF-MSG
               GO TO CHECK-STAFF-CONFLICT-EXIT
           END-IF
           IF WS-STF-CARD-NUM = LOW-VALUES
               MOVE SPACES TO WS-STF-CARD-NUM
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(P.PARTY_ID), 0)
               INTO :WS-STF-LINK-COUNT, :WS-STF-LINKED-CUST-ID
               FROM (SELECT X.XREF_CUST_ID AS PARTY_ID
                     FROM CXACAIX X
                     WHERE X.XREF_ACCT_ID IN
                           (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                            WHERE A.XREF_ACCT_ID  = :WS-STF-ACCT-ID
                            OR    A.XREF_CARD_NUM = :WS-STF-CARD-NUM
                            OR    A.XREF_CUST_ID  = :WS-STF-CUST-ID
                            UNION
                            SELECT R.REL_ACCT_ID FROM ACCTREL R
                            WHERE R.REL_ACCT_ID   = :WS-STF-ACCT-ID
                            OR    R.REL_CUST_ID   = :WS-STF-CUST-ID)
                     UNION
                     SELECT Y.REL_CUST_ID
                     FROM ACCTREL Y
                     WHERE Y.REL_ACCT_ID IN
                           (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                            WHERE A.XREF_ACCT_ID  = :WS-STF-ACCT-ID
                            OR    A.XREF_CARD_NUM = :WS-STF-CARD-NUM
                            OR    A.XREF_CUST_ID  = :WS-STF-CUST-ID
                            UNION
                            SELECT R.REL_ACCT_ID FROM ACCTREL R
                            WHERE R.REL_ACCT_ID   = :WS-STF-ACCT-ID
                            OR    R.REL_CUST_ID   = :WS-STF-CUST-ID)
                     UNION
                     SELECT C.CUST_ID
                     FROM CUSTDAT C
                     WHERE C.CUST_ID = :WS-STF-CUST-ID) P
               WHERE P.PARTY_ID IN
                     (SELECT U.USR_CUST_ID FROM USERSEC U
                      WHERE U.USR_ID = :WS-STF-USER-ID
                      AND   U.USR_CUST_ID > 0
                      UNION
                      SELECT S.STF_CUST_ID FROM STAFFREL S
                      WHERE S.STF_USR_ID = :WS-STF-USER-ID)
           END-EXEC

           MOVE SQLCODE TO WS-STF-SQL-STATUS

           IF WS-STF-SQL-STATUS NOT = 0
               SET STF-CHECK-ERROR TO TRUE
               MOVE WS-STF-SQL-STATUS TO WS-STF-SQLCODE-DISPLAY
               STRING 'Unable to check staff conflict - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-STF-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-STF-MSG
               GO TO CHECK-STAFF-CONFLICT-EXIT
           END-IF

           IF WS-STF-LINK-COUNT = 0
               GO TO CHECK-STAFF-CONFLICT-EXIT
           END-IF

           SET STF-CONFLICT-FOUND TO TRUE
           MOVE 'Staff conflict on this account - route to another user'
             TO WS-STF-MSG

           EXEC SQL
               INSERT INTO STAFFBLK
               (SFB_BLOCK_ID, SFB_USR_ID, SFB_PROGRAM, SFB_ACCT_ID,
                SFB_CUST_ID, SFB_CARD_NUM, SFB_LINKED_CUST_ID,
                SFB_BLOCK_TS)
               VALUES
               (NEXT VALUE FOR SFB_BLOCK_ID_SEQ, :WS-STF-USER-ID,
                :WS-STF-PROGRAM, :WS-STF-ACCT-ID, :WS-STF-CUST-ID,
                :WS-STF-CARD-NUM, :WS-STF-LINKED-CUST-ID,
                CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE SQLCODE TO WS-STF-SQLCODE-DISPLAY
               DISPLAY WS-STF-PROGRAM ': STAFFBLK INSERT FAILED'
                       ' - SQLCODE ' WS-STF-SQLCODE-DISPLAY
           END-IF
           .
       CHECK-STAFF-CONFLICT-EXIT.
           EXIT.
