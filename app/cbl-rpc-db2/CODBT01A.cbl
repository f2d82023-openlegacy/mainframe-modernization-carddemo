         88 RPC-RESP-NOT-ENROLLED                VALUE 5.
         88 RPC-RESP-CLAIM-STATE                 VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 8.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not enroll, cancel or claim debt protection on an account
      * whose parties they are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
      *      Claim inputs: J job loss / D disability, benefit months
             10 LK-IN-CLAIM-TYPE        PIC X(01).
             10 LK-IN-BENEFIT-MONTHS    PIC X(02).
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
                   WHEN OP-ENROLL
                   MOVE WS-ACCT-ID-N TO HOST-DBT-ACCT-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       1500-CHECK-STAFF-CONFLICT.

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
      *                      2000-ENROLL-DB2
      *----------------------------------------------------------------*
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Unable to close the claim...' TO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
