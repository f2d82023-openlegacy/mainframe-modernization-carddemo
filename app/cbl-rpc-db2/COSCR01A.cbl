         88 RPC-RESP-NOT-PROTECTED               VALUE 5.
         88 RPC-RESP-INVALID-DATE                VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 8.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           88 ADJ-CURSOR-EOF                      VALUE 'Y'.
           88 ADJ-CURSOR-NOT-EOF                  VALUE 'N'.

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not record or release servicemember protection for a customer
      * they are tied to, or one on an account their ties are party
      * to.
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
             10 LK-IN-ACTIVATION-DATE   PIC X(10).
      *      Cap APR as 999.99; spaces take the statutory default
             10 LK-IN-CAP-APR           PIC X(06).
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
                   WHEN OP-RECORD-PROTECTION
                   END-IF
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
      *                      2000-RECORD-PROTECTION
      *----------------------------------------------------------------*
                :HOST-SCR-CREATE-TS, :HOST-SCR-CREATE-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR POSTING SCRA CREDIT - SQLCODE: '
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
