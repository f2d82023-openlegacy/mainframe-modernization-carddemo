         88 RPC-RESP-INVALID-INPUT               VALUE 2.
         88 RPC-RESP-CUSTID-NOTFOUND             VALUE 3.
         88 RPC-RESP-WRITE-ERROR                 VALUE 4.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 5.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not set or clear the marker for a customer they are tied to,
      * or one on an account their ties are party to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
                88 OP-SET-MARKER                  VALUE 'S'.
                88 OP-CLEAR-MARKER                VALUE 'C'.
             10 LK-IN-CUST-ID           PIC X(09).
      *      Signed-on user keying the change (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).

           GOBACK.

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
      *                      2000-SET-MARKER-DB2
      * Marker and skip-trace item are one unit of work; a customer
      *----------------------------------------------------------------*
       2000-SET-MARKER-DB2.

           PERFORM 1500-CHECK-STAFF-CONFLICT
           IF NOT RPC-RESP-OK
               GO TO 2000-SET-MARKER-DB2-EXIT
           END-IF

           EXEC SQL
               UPDATE CUSTDAT
               SET CUST_MAIL_RETURN_IND = 'Y'
      *----------------------------------------------------------------*
       3000-CLEAR-MARKER-DB2.

           PERFORM 1500-CHECK-STAFF-CONFLICT
           IF NOT RPC-RESP-OK
               GO TO 3000-CLEAR-MARKER-DB2-EXIT
           END-IF

           EXEC SQL
               UPDATE CUSTDAT
               SET CUST_MAIL_RETURN_IND = 'N'
           END-IF.
       3000-CLEAR-MARKER-DB2-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
