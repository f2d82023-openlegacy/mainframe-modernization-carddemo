         88 RPC-RESP-CARDNUM-NOTFOUND            VALUE 3.
         88 RPC-RESP-INVALID-DATES               VALUE 4.
         88 RPC-RESP-WRITE-ERROR                 VALUE 5.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 6.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not record a travel notice - which lets charges skip the
      * fraud queue - on a card whose account parties they are tied
      * to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-IN-START-DATE        PIC X(10).
             10 LK-IN-END-DATE          PIC X(10).
             10 LK-IN-DEST-NOTE         PIC X(40).
      *      Signed-on user keying the notice (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
                   MOVE 'Trip dates must be YYYY-MM-DD with the end
      -                ' on or after the start...' TO WS-RESP-MSG
               WHEN OTHER
                   PERFORM 1050-CHECK-STAFF-CONFLICT
                   IF RPC-RESP-OK
                       PERFORM 1100-INSERT-NOTICE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1050-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       1050-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE ZEROS         TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE LK-IN-CARD-NUM TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      1100-INSERT-NOTICE
      *----------------------------------------------------------------*
               MOVE HOST-TRV-DEST-NOTE
                 TO LK-OUT-ROW-DEST(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
