         88 RPC-RESP-INVALID-RESOLUTION          VALUE 9.
         88 RPC-RESP-INVALID-OPERATION           VALUE 10.
         88 RPC-RESP-WRITE-ERROR                 VALUE 11.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 12.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
         05 WS-DISPUTE-COUNT           PIC S9(04) COMP VALUE ZEROS.
         05 WS-CHARGEBACK-TRAN-ID-N    PIC 9(16) VALUE ZEROS.

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not open or settle a dispute on an account whose parties they
      * are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-IN-RESOLUTION-CD      PIC X(01).
                88 RESOLUTION-APPROVE             VALUE 'A'.
                88 RESOLUTION-DENY                VALUE 'D'.
      *      Signed-on user opening or settling (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE             PIC S9(04) COMP.
             10 LK-RESP-MSG              PIC X(80).
               PERFORM 1100-READ-TRANSACT-DB2
           END-IF

           IF RPC-RESP-OK
               MOVE ZEROS              TO WS-STF-ACCT-ID
               MOVE HOST-TRAN-CARD-NUM TO WS-STF-CARD-NUM
               PERFORM 4000-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK AND LK-IN-ACCT-ID NOT = ZEROS
               PERFORM 1150-VERIFY-ACCT-OWNERSHIP
           END-IF
               PERFORM 2100-READ-DISPUTE-DB2
           END-IF

           IF RPC-RESP-OK
               MOVE HOST-DSP-ACCT-ID   TO WS-STF-ACCT-ID
               MOVE HOST-DSP-CARD-NUM  TO WS-STF-CARD-NUM
               PERFORM 4000-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK AND HOST-DSP-STATUS NOT = 'O'
               SET RPC-RESP-ALREADY-RESOLVED TO TRUE
               MOVE 'Dispute has already been resolved...'
                :HOST-DSP-RESOLVE-TS, :HOST-DSP-RESOLVE-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-DSP-CHARGEBACK-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 3250-UPDATE-ACCOUNT-BALANCE
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4000-CHECK-STAFF-CONFLICT
      * The caller has set WS-STF-ACCT-ID and WS-STF-CARD-NUM.
      *----------------------------------------------------------------*
       4000-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE ZEROS         TO WS-STF-CUST-ID
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

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
