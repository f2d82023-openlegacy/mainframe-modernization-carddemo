      *              salted with the card number's last four digits.   *
      *              Three consecutive failed verifies block the card, *
      *              the same way COSGN00A locks a user after          *
      *              WS-FAILED-LOGIN-MAX bad passwords. A PIN set      *
      *              keyed by a signed-on user is a reset on the       *
      *              caller's word and needs the caller verified       *
      *              through COCIV01A in that user's session.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIN01A.
         88 RPC-RESP-CARD-BLOCKED                VALUE 7.
         88 RPC-RESP-NO-PIN-ON-FILE              VALUE 8.
         88 RPC-RESP-WRITE-ERROR                 VALUE 9.
         88 RPC-RESP-NOT-VERIFIED                VALUE 10.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-CARD-RECORD.
         05 HOST-CARD-NUM              PIC X(16).
         05 HOST-CARD-STATUS           PIC X(01).
         05 HOST-CARD-PIN-OFFSET       PIC X(08).
         05 HOST-CARD-PIN-FAIL-CNT     PIC S9(04) COMP.
       01 WS-WORK-FIELDS.
         05 WS-CARD-NUM-X              PIC X(16).
         05 WS-CARD-NUM-N              PIC 9(16) VALUE 0.
         05 WS-NEW-PIN-OFFSET          PIC X(08).

      *----------------------------------------------------------------*
       01 WS-PWD-FIELDS.
       COPY CSUTLPWY.

      *----------------------------------------------------------------*
      *      Security code check through COCVV01A - the card's code is
      *      never read here, only the service's yes/no.
      *----------------------------------------------------------------*
       01 WS-RESP-CD                   PIC S9(09) COMP VALUE ZEROS.
       01 WS-CVV-COMMAREA.
          05 WS-CVV-INPUT-PARMS.
             10 WS-CVV-IN-CARD-NUM      PIC X(16).
             10 WS-CVV-IN-CVV-CD        PIC X(03).
          05 WS-CVV-OUTPUT-PARMS.
             10 WS-CVV-RESP-CODE        PIC S9(04) COMP.
             10 WS-CVV-RESP-MSG         PIC X(80).
             10 WS-CVV-MATCH-IND        PIC X(01).
                88 CVV-MATCHED                    VALUE 'Y'.

      *----------------------------------------------------------------*
      *      Caller-verified check - see CSUTLXPL; a staff-keyed PIN
      *      reset needs a passed identity verification for a liable
      *      party on the card's account in the user's session.
      *----------------------------------------------------------------*
       01 WS-CALLER-VRFY-FIELDS.
       COPY CSUTLXWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-IN-NEW-PIN           PIC X(04).
             10 LK-IN-CVV-CD            PIC X(03).
             10 LK-IN-DOB               PIC X(10).
      *      Signed-on user keying a reset for a caller; blank when
      *      the cardholder sets the PIN through self-service
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
           MOVE WS-CARD-NUM-X TO HOST-CARD-NUM

           EXEC SQL
               SELECT CARD_ACTIVE_STATUS,
                      COALESCE(CARD_PIN_OFFSET, ' '),
                      COALESCE(CARD_PIN_FAIL_CNT, 0)
               INTO :HOST-CARD-STATUS,
                    :HOST-CARD-PIN-OFFSET, :HOST-CARD-PIN-FAIL-CNT
               FROM CARDDAT
               WHERE CARD_NUM = :HOST-CARD-NUM
      *----------------------------------------------------------------*
      *                      3000-SET-PIN
      * First-time set verifies the caller the way activation does -
      * security code plus date of birth - since there is no PIN to
      * check yet. A set keyed by a user on the caller's behalf is a
      * reset and rests on the caller's identity verification instead.
      *----------------------------------------------------------------*
       3000-SET-PIN.

           IF LK-IN-USER-ID = SPACES OR LOW-VALUES
               PERFORM 3100-VERIFY-CVV-AND-DOB
           ELSE
               PERFORM 3200-CHECK-RESET-VERIFIED
           END-IF

           IF RPC-RESP-OK
               MOVE SPACES TO WS-PWD-PLAIN
      *----------------------------------------------------------------*
       3100-VERIFY-CVV-AND-DOB.

           MOVE HOST-CARD-NUM TO WS-CVV-IN-CARD-NUM
           MOVE LK-IN-CVV-CD  TO WS-CVV-IN-CVV-CD
           MOVE SPACES TO WS-CVV-MATCH-IND
           EXEC CICS LINK
                PROGRAM('COCVV01A')
                COMMAREA(WS-CVV-COMMAREA)
                LENGTH(LENGTH OF WS-CVV-COMMAREA)
                RESP(WS-RESP-CD)
           END-EXEC

           IF WS-RESP-CD NOT = ZERO
              OR NOT CVV-MATCHED
               SET RPC-RESP-VERIFY-FAILED TO TRUE
               MOVE 'Verification did not match...' TO WS-RESP-MSG
           END-IF

           IF RPC-RESP-OK
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   3200-CHECK-RESET-VERIFIED
      *----------------------------------------------------------------*
       3200-CHECK-RESET-VERIFIED.

           MOVE LK-IN-USER-ID  TO WS-CIV-USER-ID
           MOVE ZEROS          TO WS-CIV-ACCT-ID
           MOVE ZEROS          TO WS-CIV-CUST-ID
           MOVE HOST-CARD-NUM  TO WS-CIV-CARD-NUM
           PERFORM CHECK-CALLER-VERIFIED
              THRU CHECK-CALLER-VERIFIED-EXIT
           IF NOT CIV-VERIFIED
               SET RPC-RESP-NOT-VERIFIED TO TRUE
               MOVE WS-CIV-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      4000-CHANGE-PIN
      *----------------------------------------------------------------*
      *                 HASH-PASSWORD (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLPPL.

      *----------------------------------------------------------------*
      *         CHECK-CALLER-VERIFIED (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLXPL.
