      * Description: Shows the open FRDREVW items oldest-first and     *
      *              lets a fraud analyst clear an item or confirm it  *
      *              as fraud (which opens a dispute and blocks the    *
      *              card) through the COFRD01A RPC service. On a      *
      *              confirm the analyst may key the network fraud     *
      *              type (0-6) reported to the card network.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRD00U.
          05 WS-RPC-INPUT-PARMS.
             10 WS-RPC-OPERATION        PIC X(01).
             10 WS-RPC-REVIEW-ID        PIC 9(18).
             10 WS-RPC-USER-ID          PIC X(08).
             10 WS-RPC-FRAUD-TYPE       PIC X(01).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
                88 SEC-FUNCTION-ALLOWED           VALUE 'Y'.
                88 SEC-FUNCTION-DENIED            VALUE 'N'.

      * Latest account note - see CSUTLKPL for the shared lookup.
       01 WS-NOTE-FIELDS.
       COPY CSUTLKWY.

       COPY COFRD00.

       COPY COTTL01Y.
           COMPUTE WS-REVIEW-ID-EDIT =
               FUNCTION NUMVAL(REVIDINI OF COFRD00I)
           MOVE WS-REVIEW-ID-EDIT TO WS-RPC-REVIEW-ID
           MOVE CDEMO-USER-ID TO WS-RPC-USER-ID
      * Fraud type only means anything on a confirm - blank lets the
      * service default it from the channel.
           MOVE SPACES TO WS-RPC-FRAUD-TYPE
           IF WS-RPC-OPERATION = 'F'
              AND FRDTYPI OF COFRD00I NOT = LOW-VALUES
               MOVE FRDTYPI OF COFRD00I TO WS-RPC-FRAUD-TYPE
           END-IF
           MOVE ZEROS TO WS-RPC-RESP-CODE
           MOVE SPACES TO WS-RPC-RESP-MSG

               IF WS-RPC-RESP-CODE = 0
                   MOVE SPACES TO REVIDINI OF COFRD00I
                   MOVE SPACES TO ACTIONI OF COFRD00I
                   MOVE SPACES TO FRDTYPI OF COFRD00I
                   PERFORM LIST-QUEUE-RPC
               END-IF
               IF WS-RPC-RESP-CODE = 7
                   MOVE -1 TO FRDTYPL OF COFRD00I
               END-IF
               PERFORM SEND-QUEUE-SCREEN
           END-IF.

           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COFRD00O
           PERFORM SHOW-LATEST-NOTE

           EXEC CICS SEND
                     MAP('COFRD00')
            OR WS-SEC-RESP-CODE NOT = 0
               SET SEC-FUNCTION-DENIED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-LATEST-NOTE
      * Latest note on the account at the top of the queue, once the
      * queue has been listed in this task.
      *----------------------------------------------------------------*
       SHOW-LATEST-NOTE.

           MOVE SPACES TO WS-NOTE-ACCT-ID
                          WS-NOTE-CARD-NUM
           IF WS-RPC-OPERATION = 'L'
              AND WS-RPC-ITEM-COUNT > 0
               MOVE WS-RPC-ACCT-ID(1) TO WS-NOTE-ACCT-ID
           END-IF
           PERFORM GET-LATEST-NOTE
              THRU GET-LATEST-NOTE-EXIT
           MOVE WS-NOTE-LATEST-LINE TO LASTNOTEO OF COFRD00O.

      *----------------------------------------------------------------*
      *            GET-LATEST-NOTE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLKPL.
