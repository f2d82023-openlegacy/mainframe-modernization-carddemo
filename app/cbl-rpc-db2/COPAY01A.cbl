      *              COTRN02A edit-and-post path. The desk stops       *
      *              quoting raw ACCT-CURR-BAL that is stale the       *
      *              moment CBACT01A posts the cycle's interest.       *
      *              Items still on the memo-post queue (taken during  *
      *              the nightly run, not yet on ACCT-CURR-BAL) are    *
      *              part of the balance quoted.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPAY01A.
      *      COTRN02A's commarea)
             10 WS-TRN-ORIG-CURR-CD     PIC X(03).
             10 WS-TRN-ORIG-AMT         PIC X(12).
             10 WS-TRN-USER-ID          PIC X(08).
      *      Effective date - spaces posts the item effective
      *      the day it is keyed (see COTRN02A's commarea)
             10 WS-TRN-EFF-DT           PIC X(10).
          05 WS-TRN-OUTPUT-PARMS.
             10 WS-TRN-RESP-CODE        PIC S9(04) COMP.
             10 WS-TRN-RESP-MSG         PIC X(80).
             10 WS-TRN-OUT-TRAN-ID      PIC X(16).
             10 WS-TRN-OUT-MEMO-POSTED  PIC X(01).

      * Memo-post queue - see CSUTLQPL
       01 WS-MEMO-QUEUE-FIELDS.
       COPY CSUTLQWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
             10 LK-IN-ACCT-ID           PIC 9(11).
             10 LK-IN-GOODTHRU-DATE     PIC X(10).
             10 LK-IN-PAY-AMT           PIC X(12).
      *      Signed-on user - a payoff post carries it to COTRN02A
      *      for the staff-conflict check
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).

           EVALUATE SQLCODE
               WHEN 0
      * A payment or charge taken while the nightly run held the
      * account is owed (or paid) all the same - quote on it.
                   MOVE HOST-ACCT-ID TO WS-MQ-ACCT-ID
                   PERFORM SUM-MEMO-PENDING
                      THRU SUM-MEMO-PENDING-EXIT
                   ADD WS-MQ-PENDING-AMT TO HOST-ACCT-CURR-BAL
               WHEN 100
                   SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
               MOVE 'INTERNAL'    TO WS-TRN-MERCH-CITY
               MOVE '00000'       TO WS-TRN-MERCH-ZIP
               MOVE 'Y'           TO WS-TRN-CONFIRM
               MOVE LK-IN-USER-ID TO WS-TRN-USER-ID
      *        A payoff payment is made today - it posts current-
      *        dated, never back-valued
               MOVE SPACES TO WS-TRN-EFF-DT
               MOVE ZEROS TO WS-TRN-RESP-CODE
               MOVE SPACES TO WS-TRN-RESP-MSG

                   WHEN WS-TRN-RESP-CODE NOT = 0
                       SET RPC-RESP-POST-REJECTED TO TRUE
                       MOVE WS-TRN-RESP-MSG TO WS-RESP-MSG
                   WHEN WS-TRN-OUT-MEMO-POSTED = 'Y'
                       MOVE WS-TRN-OUT-TRAN-ID TO LK-OUT-TRAN-ID
                       MOVE 'Payoff payment memo-posted - applies after
      -                    ' the nightly run' TO WS-RESP-MSG
                   WHEN OTHER
                       MOVE WS-TRN-OUT-TRAN-ID TO LK-OUT-TRAN-ID
                       MOVE 'Payoff payment posted' TO WS-RESP-MSG
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *          SUM-MEMO-PENDING (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLQPL.
