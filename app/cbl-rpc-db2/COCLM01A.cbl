         88 RPC-RESP-EMPTY-USERID                VALUE 9.
         88 RPC-RESP-WRITE-ERROR                 VALUE 10.
         88 RPC-RESP-SECURED-ACCOUNT             VALUE 11.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 12.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      * Staff-conflict check - see CSUTLEPL; neither the user
      * submitting a limit change nor the supervisor deciding it may
      * be tied to a party on the account.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

       01 WS-AHST-EDIT-FIELDS.
         05 WS-AHST-OLD-LIMIT-EDIT     PIC -(10)9.99.
         05 WS-AHST-NEW-LIMIT-EDIT     PIC -(10)9.99.
                   PERFORM 1100-READ-ACCOUNT
           END-EVALUATE

           IF RPC-RESP-OK
               MOVE HOST-ACCT-ID TO WS-STF-ACCT-ID
               PERFORM 6000-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM 1200-READ-CUSTOMER-FICO
           END-IF
                   PERFORM 3100-READ-REQUEST
           END-EVALUATE

           IF RPC-RESP-OK
               MOVE HOST-CLR-ACCT-ID TO WS-STF-ACCT-ID
               PERFORM 6000-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               IF OP-APPROVE-REQUEST
                   MOVE 'A' TO HOST-CLR-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   6000-CHECK-STAFF-CONFLICT
      * The caller has set WS-STF-ACCT-ID.
      *----------------------------------------------------------------*
       6000-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *            WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
