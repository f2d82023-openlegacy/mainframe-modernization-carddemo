           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *                     RPC CALL STRUCTURE
      *      COTRN02A's commarea); keyed entry is always USD
             10 WS-RPC-ORIG-CURR-CD     PIC X(03).
             10 WS-RPC-ORIG-AMT         PIC X(12).
             10 WS-RPC-USER-ID          PIC X(08).
      *      Effective date keyed for a back-valued payment or
      *      credit - spaces posts the item effective the day it
      *      is keyed (see COTRN02A's commarea)
             10 WS-RPC-EFF-DT           PIC X(10).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
             10 WS-RPC-OUT-TRAN-ID      PIC X(16).
             10 WS-RPC-OUT-MEMO-POSTED  PIC X(01).

      * Role permission check - the COSEC01A commarea and the
      * allowed/denied answer it comes back with.
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           PERFORM EDIT-EFFECTIVE-DATE
           IF ERR-FLG-ON
               MOVE -1 TO EFFDTL OF COTRN2AI
               PERFORM SEND-TRNADD-SCREEN
           ELSE
               PERFORM LINK-TRNADD-RPC
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-EFFECTIVE-DATE
      * The effective date is optional - a CSR correction keys the
      * date a payment or credit should have posted. It is held to
      * YYYY-MM-DD and to today or earlier here; COTRN02A checks it
      * is a real date within the account's back-value limit.
      *----------------------------------------------------------------*
       EDIT-EFFECTIVE-DATE.

           IF EFFDTI OF COTRN2AI = SPACES OR LOW-VALUES
               MOVE SPACES TO EFFDTI OF COTRN2AI
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
               STRING WS-CURDATE-YEAR '-'
                      WS-CURDATE-MONTH '-'
                      WS-CURDATE-DAY
                 DELIMITED BY SIZE
                 INTO WS-TODAY-DATE
               EVALUATE TRUE
                   WHEN EFFDTI OF COTRN2AI(1:4) IS NOT NUMERIC
                     OR EFFDTI OF COTRN2AI(5:1) NOT = '-'
                     OR EFFDTI OF COTRN2AI(6:2) IS NOT NUMERIC
                     OR EFFDTI OF COTRN2AI(8:1) NOT = '-'
                     OR EFFDTI OF COTRN2AI(9:2) IS NOT NUMERIC
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE
                         'Effective Date should be in format YYYY-MM-DD'
                         TO WS-MESSAGE
                   WHEN EFFDTI OF COTRN2AI > WS-TODAY-DATE
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Effective Date can NOT be in the future...'
                         TO WS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      LINK-TRNADD-RPC
      *----------------------------------------------------------------*
       LINK-TRNADD-RPC.

      *    Prepare input parameters for RPC call
           MOVE ACTIDINI OF COTRN2AI TO WS-RPC-ACCT-ID
           MOVE CARDNINI OF COTRN2AI TO WS-RPC-CARD-NUM
           MOVE CONFIRMI OF COTRN2AI TO WS-RPC-CONFIRM
           MOVE SPACES TO WS-RPC-ORIG-CURR-CD
           MOVE SPACES TO WS-RPC-ORIG-AMT
           MOVE CDEMO-USER-ID TO WS-RPC-USER-ID
           MOVE EFFDTI   OF COTRN2AI TO WS-RPC-EFF-DT

      *    Initialize output parameters
           MOVE ZEROS TO WS-RPC-RESP-CODE
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   MOVE -1 TO ACTIDINL OF COTRN2AI
                   PERFORM SEND-TRNADD-SCREEN
               WHEN 43
      *            Staff conflict - route to another user
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   MOVE -1 TO ACTIDINL OF COTRN2AI
                   PERFORM SEND-TRNADD-SCREEN
               WHEN 44
      *            Virtual card number rejected
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   MOVE -1 TO CARDNINL OF COTRN2AI
                   PERFORM SEND-TRNADD-SCREEN
               WHEN 45
      *            Invalid Effective Date
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   MOVE -1 TO EFFDTL OF COTRN2AI
                   PERFORM SEND-TRNADD-SCREEN
               WHEN 46
      *            Effective Date out of range
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
                   MOVE -1 TO EFFDTL OF COTRN2AI
                   PERFORM SEND-TRNADD-SCREEN
               WHEN OTHER
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Unknown error occurred...' TO WS-MESSAGE
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
                                   MCITYI   OF COTRN2AI
                                   MZIPI    OF COTRN2AI
                                   CONFIRMI OF COTRN2AI
                                   EFFDTI   OF COTRN2AI
                                   WS-MESSAGE.

      *
