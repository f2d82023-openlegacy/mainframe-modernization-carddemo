         88 RPC-RESP-ACDV-NOTFOUND               VALUE 4.
         88 RPC-RESP-ALREADY-ANSWERED            VALUE 5.
         88 RPC-RESP-WRITE-ERROR                 VALUE 6.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 7.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not answer a bureau dispute on an account whose parties they
      * are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               GO TO 3000-RECORD-RESPONSE-EXIT
           END-IF

           PERFORM 3500-CHECK-STAFF-CONFLICT
           IF NOT RPC-RESP-OK
               GO TO 3000-RECORD-RESPONSE-EXIT
           END-IF

           IF OP-RESPOND-AGREED
               MOVE 'A' TO HOST-ACD-STATUS
           ELSE
           END-IF.
       3000-RECORD-RESPONSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       3500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE HOST-ACD-ACCT-ID TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
