      *              ready NOTIFY_QUEUE alert
      * 2026-08-22 - Print the recurring-charge subscription summary
      *              block from RECURCHG
      * 2026-10-15 - Penalty APR block: advance notice of the new
      *              rate, or the rate in effect and how to cure it
      * 2026-10-15 - Regulatory disclosure block (due date, minimum
      *              payment, late-payment and minimum-payment
      *              warnings, penalty APR, late-fee decision, year-
      *              to-date fees and interest, interest charge
      *              calculation) built by the shared CSUTLSPL logic
      *              so COSTM01A prints it identically; the penalty
      *              APR lines move into it
      * 2026-10-15 - Paper-channel control row on RUNTOTALS (CBSPR +
      *              range, or CBACT02P when serial) so the print
      *              preparation run CBACT80A can tie its mail pieces
      * 2026-10-15 - Statement captions, disclosures and messages in
      *              the customer's language (CUST_LANG_PREF) from
      *              LANGTEXT, English where no Spanish text exists;
      *              pieces by language kept on LANGPIECE
      *              back to the statements produced for print
      * 2026-10-15 - Subscription summary marks merchants under a
      *              recurring-charge stop (RCGSTOP) and lists stops
      *              on merchants the detector has not picked up
      * 2026-10-15 - Transactions of a renumbered account include those
      *              on the cards of the numbers it was moved from
      *              (ACCTXFER)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT02A.
       01 WS-RANGE-FIELDS.
         05 WS-RANGE-ID                PIC X(02) VALUE SPACES.
         05 WS-RANGE-JOB-NAME          PIC X(08).
         05 WS-PAPER-JOB-NAME          PIC X(08).

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-TRAN-AMT-EDIT            PIC -(9)9.99.
         05 WS-ORIG-AMT-EDIT            PIC -(9)9.99.
         05 WS-TRAN-KIND-EDIT           PIC X(07).
         05 WS-STMT-PAYMENT-WORD        PIC X(07).
         05 WS-STMT-JUMP-MARK           PIC X(30).
         05 WS-STMT-STOP-MARK           PIC X(30).
         05 WS-POINTS-BAL-EDIT          PIC ZZZ,ZZZ,ZZ9.
         05 WS-POINTS-EARN-EDIT         PIC ZZZ,ZZZ,ZZ9.
         05 WS-POINTS-REDM-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Statement disclosure block - see CSUTLSPL; the same lines
      * the COSTM01A rebuild prints.
       01 WS-SDSC-FIELDS.
       COPY CSUTLSWY.
       01 WS-SDSC-IDX                   PIC S9(04) COMP VALUE ZEROS.

      * Customer-language wording - see CSUTLIPL; document STMT holds
      * the statement captions, STMTDISC the disclosure lines and
      * STMTMSG the translated statement messages.
       01 WS-LTXT-FIELDS.
       COPY CSUTLIWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
         05 HOST-RCG-MERCH-NAME         PIC X(50).
         05 HOST-RCG-LAST-AMT           PIC S9(10)V99 COMP-3.
         05 HOST-RCG-JUMP-FLAG          PIC X(01).
         05 HOST-RCG-STOP-FLAG          PIC X(01).

      * Host variables - statement messages (STMTMSG)
       01 HOST-MSG-ROW.
         05 HOST-CUST-ADDR-ZIP          PIC X(10).
         05 HOST-CUST-DLVRY-PREF        PIC X(01).
         05 HOST-CUST-MAIL-RETURN       PIC X(01).
         05 HOST-CUST-LANG-PREF         PIC X(02).

      * Host variables - Rewards points (REWARDS)
       01 HOST-RWD-RECORD.
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
      *    Paper-channel control row - what the print preparation run
      *    must account for mail piece by mail piece.
           MOVE WS-PAPER-JOB-NAME TO WS-RTOT-JOB-NAME
           MOVE WS-STMTS-WRITTEN TO WS-RTOT-RECS-READ
           MOVE WS-STMTS-PAPER TO WS-RTOT-RECS-POSTED
           MOVE WS-STMTS-MAIL-SUPPRESSED TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
      *    Statements by language for the language control report.
           MOVE WS-RANGE-JOB-NAME TO WS-LTXT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-LTXT-RUN-DATE
           PERFORM WRITE-LANG-PIECES
              THRU WRITE-LANG-PIECES-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT02A - STATEMENT GENERATION BATCH ENDED'
           GOBACK.

           IF WS-RANGE-JOB-NAME = SPACES OR LOW-VALUES
               MOVE 'CBACT02A' TO WS-RANGE-JOB-NAME
               MOVE 'CBACT02P' TO WS-PAPER-JOB-NAME

               OPEN INPUT STMT-PARM-FILE
               IF WS-PARM-FILE-STATUS = '00'
                           STRING 'CBSTM' WS-RANGE-ID
                             DELIMITED BY SIZE
                             INTO WS-RANGE-JOB-NAME
                           MOVE SPACES TO WS-PAPER-JOB-NAME
                           STRING 'CBSPR' WS-RANGE-ID
                             DELIMITED BY SIZE
                             INTO WS-PAPER-JOB-NAME
                           DISPLAY 'STATEMENT RANGE ' WS-RANGE-ID
                                   ' FROM ' PARM-FROM-ACCT-ID
                                   ' TO ' PARM-TO-ACCT-ID
                          CUST_ADDR_LINE_1, CUST_ADDR_STATE_CD,
                          CUST_ADDR_ZIP,
                          COALESCE(CUST_STMT_DLVRY_PREF, 'P'),
                          COALESCE(CUST_MAIL_RETURN_IND, 'N'),
                          COALESCE(CUST_LANG_PREF, 'EN')
                   INTO :HOST-CUST-ID, :HOST-CUST-FIRST-NAME,
                        :HOST-CUST-LAST-NAME, :HOST-CUST-ADDR-LINE-1,
                        :HOST-CUST-ADDR-STATE-CD, :HOST-CUST-ADDR-ZIP,
                        :HOST-CUST-DLVRY-PREF,
                        :HOST-CUST-MAIL-RETURN,
                        :HOST-CUST-LANG-PREF
                   FROM CUSTDAT
                   WHERE CUST_ID = :HOST-XREF-CUST-ID
               END-EXEC
               IF SQLCODE = 0
                   SET CUSTOMER-WAS-FOUND TO TRUE
                   SET MAIL-NOT-SUPPRESSED TO TRUE
                   IF HOST-CUST-LANG-PREF NOT = 'ES'
                       MOVE 'EN' TO HOST-CUST-LANG-PREF
                   END-IF
                   IF HOST-CUST-DLVRY-PREF = 'E'
                       SET STMT-CHANNEL-ELECTRONIC TO TRUE
                   ELSE
                  HOST-CUST-LAST-NAME  DELIMITED BY SIZE
             INTO WS-CUST-FULL-NAME

           PERFORM 2935-LOAD-STMT-WORDS

           MOVE HOST-ACCT-ID TO WS-ACCT-ID-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '=== ACCOUNT STATEMENT === ACCT: ' DELIMITED BY SIZE
             INTO STATEMENT-LINE
           PERFORM 2950-WRITE-STMT-LINE

           MOVE 1 TO WS-LTXT-LINE-NO
           MOVE WS-CUST-FULL-NAME TO WS-LTXT-ARG(1)
           MOVE 'CUSTOMER: &1' TO WS-LTXT-DFLT-EN
           MOVE 'CLIENTE: &1' TO WS-LTXT-DFLT-ES
           PERFORM 2940-WRITE-STMT-TEXT

           MOVE SPACES TO STATEMENT-LINE
           STRING HOST-CUST-ADDR-LINE-1 DELIMITED BY SIZE
           MOVE HOST-ACCT-CURR-CYC-CREDIT TO WS-CYC-CREDIT-EDIT
           MOVE HOST-ACCT-CURR-CYC-DEBIT  TO WS-CYC-DEBIT-EDIT

           MOVE 2 TO WS-LTXT-LINE-NO
           MOVE WS-BAL-EDIT TO WS-LTXT-ARG(1)
           MOVE WS-LIMIT-EDIT TO WS-LTXT-ARG(2)
           MOVE 'CURRENT BALANCE: &1  CREDIT LIMIT: &2'
             TO WS-LTXT-DFLT-EN
           MOVE 'SALDO ACTUAL: &1  LIMITE DE CREDITO: &2'
             TO WS-LTXT-DFLT-ES
           PERFORM 2940-WRITE-STMT-TEXT

           MOVE 3 TO WS-LTXT-LINE-NO
           MOVE WS-CYC-CREDIT-EDIT TO WS-LTXT-ARG(1)
           MOVE WS-CYC-DEBIT-EDIT TO WS-LTXT-ARG(2)
           MOVE 'CYCLE CREDITS: &1  CYCLE DEBITS: &2' TO WS-LTXT-DFLT-EN
           MOVE 'CREDITOS DEL CICLO: &1  DEBITOS DEL CICLO: &2'
             TO WS-LTXT-DFLT-ES
           PERFORM 2940-WRITE-STMT-TEXT

           PERFORM 2240-WRITE-DISCLOSURE-BLOCK

           MOVE 4 TO WS-LTXT-LINE-NO
           MOVE 'TRANSACTIONS THIS CYCLE:' TO WS-LTXT-DFLT-EN
           MOVE 'TRANSACCIONES DE ESTE CICLO:' TO WS-LTXT-DFLT-ES
           PERFORM 2940-WRITE-STMT-TEXT

           PERFORM 2300-WRITE-TRANSACTIONS


           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-STMTS-WRITTEN
           MOVE HOST-CUST-LANG-PREF TO WS-LTXT-LANG-CD
           PERFORM COUNT-LANG-PIECE
           EVALUATE TRUE
               WHEN MAIL-SUPPRESSED
                   ADD 1 TO WS-STMTS-MAIL-SUPPRESSED
                   ADD 1 TO WS-STMTS-PAPER
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2240-WRITE-DISCLOSURE-BLOCK
      * The required disclosures print right under the balance
      * summary. The lines come from the shared CSUTLSPL logic and
      * go through 2950 like every other line, so paper, e-statement
      * and the STMTARCH archive carry them word for word.
      *----------------------------------------------------------------*
       2240-WRITE-DISCLOSURE-BLOCK.

           MOVE HOST-ACCT-ID TO WS-SDSC-ACCT-ID
           MOVE HOST-STMT-DATE TO WS-SDSC-STMT-DATE
           MOVE HOST-ACCT-CURR-BAL TO WS-SDSC-STMT-BAL
           MOVE HOST-CUST-LANG-PREF TO WS-SDSC-LANG-CD
           PERFORM BUILD-STMT-DISCLOSURE
              THRU BUILD-STMT-DISCLOSURE-EXIT

           PERFORM 2245-WRITE-ONE-DISCLOSURE-LINE
               VARYING WS-SDSC-IDX FROM 1 BY 1
               UNTIL WS-SDSC-IDX > WS-SDSC-LINE-COUNT.

      *----------------------------------------------------------------*
      *                2245-WRITE-ONE-DISCLOSURE-LINE
      *----------------------------------------------------------------*
       2245-WRITE-ONE-DISCLOSURE-LINE.

           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-SDSC-LINE(WS-SDSC-IDX) TO STATEMENT-LINE
           PERFORM 2950-WRITE-STMT-LINE.

      *----------------------------------------------------------------*
      *                   2255-WRITE-PROMO-PLAN-BLOCK
      * Each active promotional plan's balance, rate and expiry date
               EVALUATE SQLCODE
                   WHEN 0
                       IF WS-PROMO-COUNT = 0
                           MOVE 5 TO WS-LTXT-LINE-NO
                           MOVE 'PROMOTIONAL PLANS:' TO WS-LTXT-DFLT-EN
                           MOVE 'PLANES PROMOCIONALES:'
                             TO WS-LTXT-DFLT-ES
                           PERFORM 2940-WRITE-STMT-TEXT
                       END-IF
                       ADD 1 TO WS-PROMO-COUNT
                       MOVE HOST-PRM-PLAN-BAL TO WS-TRAN-AMT-EDIT
                       MOVE HOST-PRM-PROMO-APR TO WS-PROMO-APR-EDIT
                       MOVE 6 TO WS-LTXT-LINE-NO
                       MOVE WS-TRAN-AMT-EDIT TO WS-LTXT-ARG(1)
                       MOVE WS-PROMO-APR-EDIT TO WS-LTXT-ARG(2)
                       MOVE HOST-PRM-EXPIRY-DATE TO WS-LTXT-ARG(3)
                       MOVE '  PLAN BALANCE &1 AT &2 PCT - PROMO RATE EN
      -         'DS &3' TO WS-LTXT-DFLT-EN
                       MOVE '  SALDO DEL PLAN &1 AL &2 PCT - TASA PROMOC
      -         'IONAL VENCE &3' TO WS-LTXT-DFLT-ES
                       PERFORM 2940-WRITE-STMT-TEXT
                   WHEN 100
                       SET PROMO-CURSOR-EOF TO TRUE
                   WHEN OTHER
               MOVE HOST-RWD-REDEEMED-LTD TO WS-POINTS-REDM-EDIT
               MOVE HOST-RWD-POINTS-BAL   TO WS-POINTS-BAL-EDIT

               MOVE 7 TO WS-LTXT-LINE-NO
               MOVE 'REWARDS SUMMARY:' TO WS-LTXT-DFLT-EN
               MOVE 'RESUMEN DE RECOMPENSAS:' TO WS-LTXT-DFLT-ES
               PERFORM 2940-WRITE-STMT-TEXT

               MOVE 8 TO WS-LTXT-LINE-NO
               MOVE WS-POINTS-EARN-EDIT TO WS-LTXT-ARG(1)
               MOVE '  POINTS EARNED TO DATE..: &1' TO WS-LTXT-DFLT-EN
               MOVE '  PUNTOS GANADOS A LA FECHA..: &1'
                 TO WS-LTXT-DFLT-ES
               PERFORM 2940-WRITE-STMT-TEXT

               MOVE 9 TO WS-LTXT-LINE-NO
               MOVE WS-POINTS-REDM-EDIT TO WS-LTXT-ARG(1)
               MOVE '  POINTS REDEEMED TO DATE: &1' TO WS-LTXT-DFLT-EN
               MOVE '  PUNTOS CANJEADOS A LA FECHA: &1'
                 TO WS-LTXT-DFLT-ES
               PERFORM 2940-WRITE-STMT-TEXT

               MOVE 10 TO WS-LTXT-LINE-NO
               MOVE WS-POINTS-BAL-EDIT TO WS-LTXT-ARG(1)
               MOVE '  POINTS BALANCE.........: &1' TO WS-LTXT-DFLT-EN
               MOVE '  SALDO DE PUNTOS............: &1'
                 TO WS-LTXT-DFLT-ES
               PERFORM 2940-WRITE-STMT-TEXT
           END-IF.

      *----------------------------------------------------------------*
      * The subscriptions the detector CBACT33A keeps for this
      * account - "what am I still paying for" finally has an
      * answer on the statement, with a marker when a recurring
      * amount jumped. A merchant the cardholder has stopped paying
      * (RCGSTOP in force on the statement date) is marked as such,
      * and a stop on a merchant the detector has not picked up is
      * listed after the subscriptions.
      *----------------------------------------------------------------*
       2260-WRITE-SUBSCRIPTION-BLOCK.


           EXEC SQL
               DECLARE CUR-STMT-RCG CURSOR FOR
               SELECT RCG_MERCHANT_NAME, RCG_LAST_AMT, RCG_JUMP_FLAG,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM RCGSTOP
                           WHERE RCS_ACCT_ID     = RCG_ACCT_ID
                           AND   RCS_MERCHANT_ID = RCG_MERCHANT_ID
                           AND   RCS_STATUS      = 'A'
                           AND   RCS_EFF_DATE   <= :HOST-STMT-DATE
                           AND   RCS_END_DATE   >= :HOST-STMT-DATE)
                      THEN 'Y' ELSE 'N' END
               FROM RECURCHG
               WHERE RCG_ACCT_ID = :HOST-ACCT-ID
               ORDER BY RCG_LAST_AMT DESC

           EXEC SQL
               CLOSE CUR-STMT-RCG
           END-EXEC

           SET RCG-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-STMT-RCS CURSOR FOR
               SELECT DISTINCT RCS_MERCHANT_NAME
               FROM RCGSTOP
               WHERE RCS_ACCT_ID   = :HOST-ACCT-ID
               AND   RCS_STATUS    = 'A'
               AND   RCS_EFF_DATE <= :HOST-STMT-DATE
               AND   RCS_END_DATE >= :HOST-STMT-DATE
               AND NOT EXISTS
                   (SELECT 1 FROM RECURCHG
                    WHERE RCG_ACCT_ID     = RCS_ACCT_ID
                    AND   RCG_MERCHANT_ID = RCS_MERCHANT_ID)
               ORDER BY RCS_MERCHANT_NAME
               FETCH FIRST 5 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-STMT-RCS
           END-EXEC

           IF SQLCODE NOT = 0
               SET RCG-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2267-WRITE-ONE-STOP
               UNTIL RCG-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-STMT-RCS
           END-EXEC.

      *----------------------------------------------------------------*
           EXEC SQL
               FETCH CUR-STMT-RCG
               INTO :HOST-RCG-MERCH-NAME, :HOST-RCG-LAST-AMT,
                    :HOST-RCG-JUMP-FLAG, :HOST-RCG-STOP-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2266-WRITE-SUBSCRIPTION-HEAD
                   MOVE HOST-RCG-LAST-AMT TO WS-TRAN-AMT-EDIT
                   MOVE SPACES TO STATEMENT-LINE
                   EVALUATE TRUE
                       WHEN HOST-RCG-STOP-FLAG = 'Y'
                           STRING '  ' DELIMITED BY SIZE
                                  HOST-RCG-MERCH-NAME(1:40)
                                  DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-TRAN-AMT-EDIT DELIMITED BY SIZE
                                  WS-STMT-STOP-MARK
                                  DELIMITED BY SIZE
                             INTO STATEMENT-LINE
                       WHEN HOST-RCG-JUMP-FLAG = 'Y'
                           STRING '  ' DELIMITED BY SIZE
                                  HOST-RCG-MERCH-NAME(1:40)
                                  DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-TRAN-AMT-EDIT DELIMITED BY SIZE
                                  WS-STMT-JUMP-MARK
                                  DELIMITED BY SIZE
                             INTO STATEMENT-LINE
                       WHEN OTHER
                           STRING '  ' DELIMITED BY SIZE
                                  HOST-RCG-MERCH-NAME(1:40)
                                  DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-TRAN-AMT-EDIT DELIMITED BY SIZE
                             INTO STATEMENT-LINE
                   END-EVALUATE
                   PERFORM 2950-WRITE-STMT-LINE
               WHEN OTHER
                   SET RCG-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 2266-WRITE-SUBSCRIPTION-HEAD
      *----------------------------------------------------------------*
       2266-WRITE-SUBSCRIPTION-HEAD.

           IF RCG-HEADER-NOT-PRINTED
               MOVE 11 TO WS-LTXT-LINE-NO
               MOVE 'RECURRING CHARGES ON THIS ACCOUNT:'
                 TO WS-LTXT-DFLT-EN
               MOVE 'CARGOS RECURRENTES EN ESTA CUENTA:'
                 TO WS-LTXT-DFLT-ES
               PERFORM 2940-WRITE-STMT-TEXT
               SET RCG-HEADER-PRINTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                    2267-WRITE-ONE-STOP
      *----------------------------------------------------------------*
       2267-WRITE-ONE-STOP.

           EXEC SQL
               FETCH CUR-STMT-RCS
               INTO :HOST-RCG-MERCH-NAME
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2266-WRITE-SUBSCRIPTION-HEAD
                   MOVE SPACES TO STATEMENT-LINE
                   STRING '  ' DELIMITED BY SIZE
                          HOST-RCG-MERCH-NAME(1:40)
                          DELIMITED BY SIZE
                          '              ' DELIMITED BY SIZE
                          WS-STMT-STOP-MARK
                          DELIMITED BY SIZE
                     INTO STATEMENT-LINE
                   PERFORM 2950-WRITE-STMT-LINE
               WHEN OTHER
                   SET RCG-CURSOR-EOF TO TRUE
      * Prints every STMTMSG row in force for the statement date
      * that targets this account's group or the whole portfolio,
      * highest priority first, and counts each one for the proof
      * report. A LANGTEXT row (document STMTMSG, line = MSG_ID) in
      * the customer's language replaces the stored English text.
      *----------------------------------------------------------------*
       2270-WRITE-STATEMENT-MESSAGES.


           EXEC SQL
               DECLARE CUR-STMT-MSG CURSOR FOR
               SELECT M.MSG_ID,
                      COALESCE(SUBSTR(L.LTX_TEXT, 1, 78), M.MSG_TEXT)
               FROM STMTMSG M
               LEFT OUTER JOIN LANGTEXT L
                 ON  L.LTX_DOC_CD  = 'STMTMSG'
                 AND L.LTX_LINE_NO = M.MSG_ID
                 AND L.LTX_LANG_CD = :HOST-CUST-LANG-PREF
               WHERE (M.MSG_GROUP_ID = :HOST-ACCT-GROUP-ID
                   OR M.MSG_GROUP_ID = 'ALL')
               AND   M.MSG_EFF_START_DATE <= :HOST-STMT-DATE
               AND   M.MSG_EFF_END_DATE >= :HOST-STMT-DATE
               ORDER BY M.MSG_PRIORITY, M.MSG_ID
           END-EXEC

           EXEC SQL
      * (a scalar "= (SELECT CARD_NUM ...)" subquery would fail with
      * SQLCODE -811 - more than one row - as soon as a second card
      * exists, and would silently open zero rows for the statement).
      * A renumbered account (ACCTXFER, COAXF01A) also reads the cards
      * of the numbers it was moved from - the transactions stayed
      * there, and the customer's statement reads as one account.
      *----------------------------------------------------------------*
       2300-WRITE-TRANSACTIONS.

               FROM TRANSACT
               WHERE TRAN_CARD_NUM IN (SELECT CARD_NUM FROM CARDDAT
                                        WHERE CARD_ACCT_ID =
                                              :HOST-ACCT-ID
                                        OR    CARD_ACCT_ID IN
                     (SELECT AXF_OLD_ACCT_ID FROM ACCTXFER
                      WHERE AXF_ROOT_ACCT_ID =
                            (SELECT AXF_ROOT_ACCT_ID FROM ACCTXFER
                             WHERE AXF_NEW_ACCT_ID = :HOST-ACCT-ID)))
               ORDER BY TRAN_ORIG_TS
           END-EXEC

                       ADD 1 TO WS-TRAN-COUNT
                       MOVE HOST-TRAN-AMT TO WS-TRAN-AMT-EDIT
                       IF HOST-TRAN-TYPE-IS-PAYMENT
                           MOVE WS-STMT-PAYMENT-WORD
                             TO WS-TRAN-KIND-EDIT
                       ELSE
                           MOVE SPACES TO WS-TRAN-KIND-EDIT
                       END-IF
                          AND HOST-TRAN-ORIG-CURR-CD NOT = SPACES
                           MOVE HOST-TRAN-ORIG-AMT
                             TO WS-ORIG-AMT-EDIT
                           MOVE 14 TO WS-LTXT-LINE-NO
                           MOVE WS-ORIG-AMT-EDIT TO WS-LTXT-ARG(1)
                           MOVE HOST-TRAN-ORIG-CURR-CD TO WS-LTXT-ARG(2)
                           MOVE '               ORIGINAL AMOUNT &1 &2'
                             TO WS-LTXT-DFLT-EN
                           MOVE '               MONTO ORIGINAL &1 &2'
                             TO WS-LTXT-DFLT-ES
                           PERFORM 2940-WRITE-STMT-TEXT
                       END-IF
                   WHEN 100
                       SET TRAN-CURSOR-EOF TO TRUE
           END-EXEC

           IF WS-TRAN-COUNT = 0
               MOVE 15 TO WS-LTXT-LINE-NO
               MOVE '  (no transactions this cycle)' TO WS-LTXT-DFLT-EN
               MOVE '  (sin transacciones en este ciclo)'
                 TO WS-LTXT-DFLT-ES
               PERFORM 2940-WRITE-STMT-TEXT
           END-IF.

      *----------------------------------------------------------------*
      *                    2935-LOAD-STMT-WORDS
      * Words dropped into fixed-column lines - resolved once per
      * statement in the customer's language.
      *----------------------------------------------------------------*
       2935-LOAD-STMT-WORDS.

           MOVE 12 TO WS-LTXT-LINE-NO
           MOVE ' ** AMOUNT JUMPED **' TO WS-LTXT-DFLT-EN
           MOVE ' ** EL MONTO AUMENTO **' TO WS-LTXT-DFLT-ES
           PERFORM 2930-GET-STMT-TEXT
           MOVE WS-LTXT-OUT TO WS-STMT-JUMP-MARK

           MOVE 13 TO WS-LTXT-LINE-NO
           MOVE 'PAYMENT' TO WS-LTXT-DFLT-EN
           MOVE 'PAGO' TO WS-LTXT-DFLT-ES
           PERFORM 2930-GET-STMT-TEXT
           MOVE WS-LTXT-OUT TO WS-STMT-PAYMENT-WORD

           MOVE 16 TO WS-LTXT-LINE-NO
           MOVE ' ** PAYMENTS STOPPED **' TO WS-LTXT-DFLT-EN
           MOVE ' ** PAGOS DETENIDOS **' TO WS-LTXT-DFLT-ES
           PERFORM 2930-GET-STMT-TEXT
           MOVE WS-LTXT-OUT TO WS-STMT-STOP-MARK.

      *----------------------------------------------------------------*
      *                     2930-GET-STMT-TEXT
      * One statement caption (document STMT) in the customer's
      * language, with the line's values substituted.
      *----------------------------------------------------------------*
       2930-GET-STMT-TEXT.

           MOVE 'STMT' TO WS-LTXT-DOC-CD
           MOVE HOST-CUST-LANG-PREF TO WS-LTXT-LANG-CD
           PERFORM GET-LANG-TEXT
              THRU GET-LANG-TEXT-EXIT.

      *----------------------------------------------------------------*
      *                    2940-WRITE-STMT-TEXT
      *----------------------------------------------------------------*
       2940-WRITE-STMT-TEXT.

           PERFORM 2930-GET-STMT-TEXT
           MOVE SPACES TO STATEMENT-LINE
           MOVE WS-LTXT-OUT TO STATEMENT-LINE
           PERFORM 2950-WRITE-STMT-LINE.

      *----------------------------------------------------------------*
      *                      2950-WRITE-STMT-LINE
      * One writer for every statement line - the account's delivery
           DISPLAY 'ELECTRONIC STATEMENTS.: ' WS-STMTS-ELECTRONIC
           DISPLAY 'ACCTS WITH NO CUSTOMER: ' WS-ACCTS-NO-CUSTOMER
           DISPLAY 'PROCESSING ERRORS.....: ' WS-ACCTS-ERRORS
           DISPLAY 'STATEMENTS IN ENGLISH.: ' WS-LTXT-PIECES-EN
           DISPLAY 'STATEMENTS IN SPANISH.: ' WS-LTXT-PIECES-ES

      * A statement with no as-issued archive is worthless as the
      * billing-dispute record - an archive failure fails the run
      *           WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.

      *----------------------------------------------------------------*
      *        BUILD-STMT-DISCLOSURE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLSPL.

      *----------------------------------------------------------------*
      *        GET-LANG-TEXT / WRITE-LANG-PIECES (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLIPL.
