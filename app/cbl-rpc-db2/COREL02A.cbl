         88 RPC-RESP-RELATION-NOTFOUND           VALUE 6.
         88 RPC-RESP-CARD-ERROR                  VALUE 7.
         88 RPC-RESP-WRITE-ERROR                 VALUE 8.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 9.
         88 RPC-RESP-NOT-VERIFIED                VALUE 10.

      *----------------------------------------------------------------*
      *     Commarea passed on the LINK to the account creation
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not relate, remove or issue a card to a party on an account
      * whose parties - or the party being related - they are tied
      * to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Caller-verified check - see CSUTLXPL; a party is added to an
      * account only at the request of a liable party on it whom the
      * user verified through COCIV01A in this session.
       01 WS-CALLER-VRFY-FIELDS.
       COPY CSUTLXWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-IN-CUST-ID           PIC X(09).
      *      'J' joint (liable) / 'A' authorized user (not liable)
             10 LK-IN-ROLE-CD           PIC X(01).
      *      Signed-on user keying the change (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK AND OP-ADD-RELATION
               PERFORM 1600-CHECK-CALLER-VERIFIED
           END-IF

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-ADD-RELATION
                   MOVE WS-CUST-ID-N TO HOST-REL-CUST-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       1500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE WS-ACCT-ID-N  TO WS-STF-ACCT-ID
           MOVE WS-CUST-ID-N  TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                  1600-CHECK-CALLER-VERIFIED
      * Keyed by the account - the verified caller must be its
      * primary or joint holder, not the party being added.
      *----------------------------------------------------------------*
       1600-CHECK-CALLER-VERIFIED.

           MOVE LK-IN-USER-ID TO WS-CIV-USER-ID
           MOVE WS-ACCT-ID-N  TO WS-CIV-ACCT-ID
           MOVE ZEROS         TO WS-CIV-CUST-ID
           MOVE SPACES        TO WS-CIV-CARD-NUM
           PERFORM CHECK-CALLER-VERIFIED
              THRU CHECK-CALLER-VERIFIED-EXIT
           IF NOT CIV-VERIFIED
               SET RPC-RESP-NOT-VERIFIED TO TRUE
               MOVE WS-CIV-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-ADD-RELATION-DB2
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *                      4000-ISSUE-RELATION-CARD
      * The card comes from COACTADA's supplementary-card operation,
      * so numbering, expiry and the cross-reference row all
      * follow the one creation path - but only for a customer
      * actually related to the account.
      *----------------------------------------------------------------*
           END-EVALUATE.
       4000-ISSUE-RELATION-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *         CHECK-CALLER-VERIFIED (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLXPL.
