         05 HOST-CUST-ADDR-LINE-1      PIC X(50).
         05 HOST-CUST-ADDR-STATE-CD    PIC X(02).
         05 HOST-CUST-ADDR-ZIP         PIC X(10).
         05 HOST-CUST-LANG-PREF        PIC X(02).

       01 HOST-CYC-ROW.
         05 HOST-CYC-CREDIT-TOTAL      PIC S9(10)V99 COMP-3.
         88 TRAN-CURSOR-EOF                       VALUE 'Y'.
         88 TRAN-CURSOR-NOT-EOF                   VALUE 'N'.

      * Statement disclosure block - see CSUTLSPL; the same lines
      * CBACT02A prints on the issued statement.
       01 WS-SDSC-FIELDS.
       COPY CSUTLSWY.
       01 WS-SDSC-IDX                  PIC S9(04) COMP VALUE ZEROS.
      * Disclosure wording by language - see CSUTLIPL.
       01 WS-LTXT-FIELDS.
       COPY CSUTLIWY.
       01 WS-TODAY-DATE                PIC X(10).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-LINE-COUNT       PIC S9(04) COMP.
             10 LK-OUT-STMT-LINE        OCCURS 60 TIMES
                                        PIC X(80).

      *----------------------------------------------------------------*
               EXEC SQL
                   SELECT CUST_FIRST_NAME, CUST_LAST_NAME,
                          CUST_ADDR_LINE_1, CUST_ADDR_STATE_CD,
                          CUST_ADDR_ZIP,
                          COALESCE(CUST_LANG_PREF, 'EN')
                   INTO :HOST-CUST-FIRST-NAME, :HOST-CUST-LAST-NAME,
                        :HOST-CUST-ADDR-LINE-1,
                        :HOST-CUST-ADDR-STATE-CD, :HOST-CUST-ADDR-ZIP,
                        :HOST-CUST-LANG-PREF
                   FROM CUSTDAT
                   WHERE CUST_ID = :HOST-XREF-CUST-ID
               END-EXEC
                   SET RPC-RESP-NO-CUSTOMER TO TRUE
                   MOVE 'No customer on file for this account...'
                     TO WS-RESP-MSG
               ELSE
                   IF HOST-CUST-LANG-PREF NOT = 'ES'
                       MOVE 'EN' TO HOST-CUST-LANG-PREF
                   END-IF
               END-IF
           END-IF.

             INTO WS-STMT-LINE
           PERFORM 4900-ADD-LINE

           PERFORM 4050-ADD-DISCLOSURE-BLOCK

           MOVE 'TRANSACTIONS THIS CYCLE:' TO WS-STMT-LINE
           PERFORM 4900-ADD-LINE

           PERFORM 4100-LIST-CYCLE-TRANSACTIONS.

      *----------------------------------------------------------------*
      *                  4050-ADD-DISCLOSURE-BLOCK
      * The disclosure block from the shared CSUTLSPL logic, worded
      * exactly as CBACT02A prints it - in the customer's language.
      * A closed cycle discloses as of its close date; the open cycle
      * as of today.
      *----------------------------------------------------------------*
       4050-ADD-DISCLOSURE-BLOCK.

           IF STMT-FOR-CLOSED-CYCLE
               MOVE LK-IN-CYCLE-DATE TO WS-SDSC-STMT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
               MOVE '-'                        TO WS-TODAY-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
               MOVE '-'                        TO WS-TODAY-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
               MOVE WS-TODAY-DATE TO WS-SDSC-STMT-DATE
           END-IF
           MOVE HOST-ACCT-ID TO WS-SDSC-ACCT-ID
           MOVE HOST-CYC-ENDING-BAL TO WS-SDSC-STMT-BAL
           MOVE HOST-CUST-LANG-PREF TO WS-SDSC-LANG-CD
           PERFORM BUILD-STMT-DISCLOSURE
              THRU BUILD-STMT-DISCLOSURE-EXIT

           PERFORM 4060-ADD-ONE-DISCLOSURE-LINE
               VARYING WS-SDSC-IDX FROM 1 BY 1
               UNTIL WS-SDSC-IDX > WS-SDSC-LINE-COUNT.

      *----------------------------------------------------------------*
      *                4060-ADD-ONE-DISCLOSURE-LINE
      *----------------------------------------------------------------*
       4060-ADD-ONE-DISCLOSURE-LINE.

           MOVE WS-SDSC-LINE(WS-SDSC-IDX) TO WS-STMT-LINE
           PERFORM 4900-ADD-LINE.

      *----------------------------------------------------------------*
      *                 4100-LIST-CYCLE-TRANSACTIONS
      * An account can carry more than one active card, so the
      * cursor pulls transactions for every card on the account and
      * spans the archive - an older cycle's rows may already have
      * been swept to TRANSACT_ARCH. A renumbered account (ACCTXFER)
      * also reads the cards of the numbers it was moved from.
      *----------------------------------------------------------------*
       4100-LIST-CYCLE-TRANSACTIONS.

                     FROM TRANSACT_ARCH) T
               WHERE T.TRAN_CARD_NUM IN
                     (SELECT CARD_NUM FROM CARDDAT
                      WHERE CARD_ACCT_ID = :HOST-ACCT-ID
                      OR    CARD_ACCT_ID IN
                            (SELECT AXF_OLD_ACCT_ID FROM ACCTXFER
                             WHERE AXF_ROOT_ACCT_ID =
                                   (SELECT AXF_ROOT_ACCT_ID
                                    FROM ACCTXFER
                                    WHERE AXF_NEW_ACCT_ID =
                                          :HOST-ACCT-ID)))
               AND   T.TRAN_PROC_TS > :HOST-WINDOW-START-TS
               AND   T.TRAN_PROC_TS <= :HOST-WINDOW-END-TS
               ORDER BY TRAN_ORIG_TS
           END-IF

           PERFORM 4200-ADD-ONE-TRAN-LINE
               UNTIL TRAN-CURSOR-EOF OR WS-LINE-IDX >= 60

           EXEC SQL
               CLOSE CUR-STM-TRAN
      *----------------------------------------------------------------*
       4900-ADD-LINE.

           IF WS-LINE-IDX < 60
               ADD 1 TO WS-LINE-IDX
               MOVE WS-STMT-LINE TO LK-OUT-STMT-LINE(WS-LINE-IDX)
           END-IF.

      *----------------------------------------------------------------*
      *        BUILD-STMT-DISCLOSURE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLSPL.

      *----------------------------------------------------------------*
      *        GET-LANG-TEXT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLIPL.
