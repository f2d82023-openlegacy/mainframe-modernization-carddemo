         88 RPC-RESP-ORDER-EXISTS                VALUE 5.
         88 RPC-RESP-ORDER-NOTFOUND              VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 8.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not reprice an account whose parties they are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               GO TO 1000-PLACE-ORDER-EXIT
           END-IF

           PERFORM 3000-CHECK-STAFF-CONFLICT
           IF NOT RPC-RESP-OK
               GO TO 1000-PLACE-ORDER-EXIT
           END-IF

      *    A pricing change needs its full notice window.
           MOVE LK-IN-EFF-DATE(1:4) TO WS-EFF-YYYYMMDD(1:4)
           MOVE LK-IN-EFF-DATE(6:2) TO WS-EFF-YYYYMMDD(5:2)
       2000-STAGE-CHANGE-NOTICES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3000-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       3000-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE WS-ACCT-ID-N  TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      5000-CANCEL-ORDER
      *----------------------------------------------------------------*
      *                 WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
