      ******************************************************************
      * Copybook:    CSUTLSPL
      * Purpose:     Generic periodic-statement disclosure procedure
      *              logic. Builds the regulatory disclosure block -
      *              payment due date and minimum payment, the late-
      *              payment warning, the minimum-payment warning
      *              (years to pay off at the minimum against the
      *              payment that clears the balance in 36 months),
      *              penalty APR notice, the last late-fee decision,
      *              year-to-date fees and interest, and the interest
      *              charge calculation by balance type and APR - from
      *              ACCTDAT, RATEGRP, PENALTY, INTCALC, LATEFEE and
      *              the fee/interest TRANSACT rows. Every program
      *              that renders a statement (the CBACT02A print and
      *              e-statement run, hence STMTARCH, and the COSTM01A
      *              rebuild) prints these lines as built, so the
      *              wording and figures cannot drift between
      *              channels. Set WS-SDSC-ACCT-ID, WS-SDSC-STMT-DATE
      *              and WS-SDSC-STMT-BAL before the PERFORM, and
      *              WS-SDSC-LANG-CD for the customer's language - the
      *              wording is document STMTDISC of the shared
      *              language text (CSUTLIPL), Spanish built in and
      *              English the fallback; read-only, no COMMIT/
      *              ROLLBACK. Requires the fields declared in
      *              copybooks CSUTLSWY and CSUTLIWY in the calling
      *              program's WORKING-STORAGE and CSUTLIPL in its
      *              PROCEDURE DIVISION.
      ******************************************************************
       BUILD-STMT-DISCLOSURE.
           MOVE ZEROS TO WS-SDSC-LINE-COUNT
           MOVE SPACES TO WS-SDSC-TEXT

      *    Due date - the lead the cycle-close job (CBACT15A) sets on
      *    ACCTDAT when this cycle closes.
           MOVE WS-SDSC-STMT-DATE(1:4) TO WS-SDSC-YYYYMMDD(1:4)
           MOVE WS-SDSC-STMT-DATE(6:2) TO WS-SDSC-YYYYMMDD(5:2)
           MOVE WS-SDSC-STMT-DATE(9:2) TO WS-SDSC-YYYYMMDD(7:2)
           COMPUTE WS-SDSC-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SDSC-YYYYMMDD)
               + WS-SDSC-DUE-LEAD-DAYS
           COMPUTE WS-SDSC-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-SDSC-DATE-INT)
           STRING WS-SDSC-YYYYMMDD(1:4) '-'
                  WS-SDSC-YYYYMMDD(5:2) '-'
                  WS-SDSC-YYYYMMDD(7:2)
                  DELIMITED BY SIZE
                  INTO WS-SDSC-DUE-DATE
           END-STRING

           STRING WS-SDSC-STMT-DATE(1:4) '-01-01-00.00.00.000000'
                  DELIMITED BY SIZE
                  INTO WS-SDSC-YEAR-START-TS
           END-STRING
           STRING WS-SDSC-STMT-DATE '-23.59.59.999999'
                  DELIMITED BY SIZE
                  INTO WS-SDSC-STMT-END-TS
           END-STRING

           PERFORM STMT-DISC-READ-TERMS
              THRU STMT-DISC-READ-TERMS-EXIT
           PERFORM STMT-DISC-READ-ACTIVITY
              THRU STMT-DISC-READ-ACTIVITY-EXIT

      *    Minimum payment - percentage of the balance with the rate
      *    group's late fee as the floor, never more than is owed.
           MOVE ZEROS TO WS-SDSC-MIN-DUE
           IF WS-SDSC-STMT-BAL > 0
               COMPUTE WS-SDSC-MIN-DUE ROUNDED =
                   WS-SDSC-STMT-BAL * WS-SDSC-MIN-DUE-PERCENT
               IF WS-SDSC-MIN-DUE < WS-SDSC-LATE-FEE-AMT
                   MOVE WS-SDSC-LATE-FEE-AMT TO WS-SDSC-MIN-DUE
               END-IF
               IF WS-SDSC-MIN-DUE > WS-SDSC-STMT-BAL
                   MOVE WS-SDSC-STMT-BAL TO WS-SDSC-MIN-DUE
               END-IF
           END-IF

           MOVE 1 TO WS-LTXT-LINE-NO
           MOVE 'IMPORTANT ACCOUNT INFORMATION' TO WS-LTXT-DFLT-EN
           MOVE 'INFORMACION IMPORTANTE SOBRE SU CUENTA'
             TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           MOVE WS-SDSC-MIN-DUE TO WS-SDSC-AMT-EDIT
           MOVE 2 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-DUE-DATE TO WS-LTXT-ARG(1)
           MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(2)
           MOVE '  PAYMENT DUE DATE: &1   MINIMUM PAYMENT DUE: &2'
             TO WS-LTXT-DFLT-EN
           MOVE '  FECHA LIMITE DE PAGO: &1   PAGO MINIMO: &2'
             TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           MOVE WS-SDSC-LATE-FEE-AMT TO WS-SDSC-AMT-EDIT
           MOVE WS-SDSC-PENALTY-APR TO WS-SDSC-APR-EDIT
           MOVE 3 TO WS-LTXT-LINE-NO
           MOVE '  LATE PAYMENT WARNING: IF WE DO NOT RECEIVE YOUR MINIM
      -         'UM PAYMENT BY' TO WS-LTXT-DFLT-EN
           MOVE
               '  AVISO DE PAGO TARDIO: SI NO RECIBIMOS SU PAGO MINIMO A
      -         ' MAS TARDAR EL' TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE
           MOVE 4 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-DUE-DATE TO WS-LTXT-ARG(1)
           MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(2)
           MOVE '  &1 YOU MAY HAVE TO PAY A LATE FEE OF UP TO &2'
             TO WS-LTXT-DFLT-EN
           MOVE
               '  &1 PODRIA TENER QUE PAGAR UN CARGO POR MORA DE HASTA &
      -         '2' TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE
           MOVE 5 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-APR-EDIT TO WS-LTXT-ARG(1)
           MOVE
               '  AND YOUR APRS MAY BE INCREASED UP TO THE PENALTY APR O
      -         'F &1%.' TO WS-LTXT-DFLT-EN
           MOVE '  Y SUS TASAS (APR) PODRIAN SUBIR HASTA LA TASA DE PENA
      -         'LIDAD DE &1%.' TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           IF WS-SDSC-STMT-BAL > 0
               PERFORM STMT-DISC-MIN-PAY-WARNING
                  THRU STMT-DISC-MIN-PAY-WARNING-EXIT
           END-IF

           PERFORM STMT-DISC-PENALTY-LINES
              THRU STMT-DISC-PENALTY-LINES-EXIT
           PERFORM STMT-DISC-LATE-FEE-LINE
              THRU STMT-DISC-LATE-FEE-LINE-EXIT

           MOVE WS-SDSC-YTD-FEES TO WS-SDSC-AMT-EDIT
           MOVE WS-SDSC-YTD-INTEREST TO WS-SDSC-AMT2-EDIT
           MOVE 22 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-STMT-DATE(1:4) TO WS-LTXT-ARG(1)
           MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(2)
           MOVE WS-SDSC-AMT2-EDIT TO WS-LTXT-ARG(3)
           MOVE '  &1 TOTALS YEAR-TO-DATE - FEES: &2  INTEREST: &3'
             TO WS-LTXT-DFLT-EN
           MOVE '  TOTALES ACUMULADOS EN &1 - CARGOS: &2  INTERESES: &3'
             TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           MOVE WS-SDSC-INT-DAYS TO WS-SDSC-COUNT-EDIT
           MOVE 23 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-COUNT-EDIT TO WS-LTXT-ARG(1)
           MOVE
               '  INTEREST CHARGE CALCULATION - DAYS IN BILLING CYCLE: &
      -         '1' TO WS-LTXT-DFLT-EN
           MOVE '  CALCULO DE INTERESES - DIAS EN EL CICLO DE FACTURACIO
      -         'N: &1' TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE
           MOVE 24 TO WS-LTXT-LINE-NO
           MOVE '    TYPE OF BALANCE     APR    BALANCE SUBJECT TO INTER
      -         'EST    INTEREST CHARGE' TO WS-LTXT-DFLT-EN
           MOVE
                  '    TIPO DE SALDO       APR    SALDO SUJETO A INTERES
      -         '         CARGO POR INTERES' TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           MOVE WS-SDSC-PURCH-APR TO WS-SDSC-APR-EDIT
           MOVE WS-SDSC-PURCH-BASIS TO WS-SDSC-AMT-EDIT
           MOVE WS-SDSC-PURCH-RESULT TO WS-SDSC-AMT2-EDIT
           MOVE 25 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-APR-EDIT TO WS-LTXT-ARG(1)
           MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(2)
           MOVE WS-SDSC-AMT2-EDIT TO WS-LTXT-ARG(3)
           MOVE '    PURCHASES        &1%      &2                   &3'
             TO WS-LTXT-DFLT-EN
           MOVE '    COMPRAS          &1%      &2                   &3'
             TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           MOVE WS-SDSC-CASH-APR TO WS-SDSC-APR-EDIT
           MOVE WS-SDSC-CASH-BASIS TO WS-SDSC-AMT-EDIT
           MOVE WS-SDSC-CASH-RESULT TO WS-SDSC-AMT2-EDIT
           MOVE 26 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-APR-EDIT TO WS-LTXT-ARG(1)
           MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(2)
           MOVE WS-SDSC-AMT2-EDIT TO WS-LTXT-ARG(3)
           MOVE '    CASH ADVANCES    &1%      &2                   &3'
             TO WS-LTXT-DFLT-EN
           MOVE '    ADELANTOS        &1%      &2                   &3'
             TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE
           .
       BUILD-STMT-DISCLOSURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pricing terms in force on the statement date: the rate
      * group's APRs, late fee and penalty APR, raised to the penalty
      * rate while a PENALTY row is in effect.
      *----------------------------------------------------------------*
       STMT-DISC-READ-TERMS.
           MOVE SPACES TO WS-SDSC-GROUP-ID

           EXEC SQL
               SELECT ACCT_GROUP_ID
               INTO :WS-SDSC-GROUP-ID
               FROM ACCTDAT
               WHERE ACCT_ID = :WS-SDSC-ACCT-ID
           END-EXEC

           EXEC SQL
               SELECT RATE_GROUP_APR,
                      COALESCE(RATE_GROUP_CASH_APR, RATE_GROUP_APR),
                      RATE_GROUP_LATE_FEE_AMT,
                      COALESCE(RATE_GROUP_PENALTY_APR,
                               :WS-SDSC-DEFAULT-PENALTY-APR)
               INTO :WS-SDSC-PURCH-APR, :WS-SDSC-CASH-APR,
                    :WS-SDSC-LATE-FEE-AMT, :WS-SDSC-PENALTY-APR
               FROM RATEGRP
               WHERE RATE_GROUP_ID = :WS-SDSC-GROUP-ID
               AND   RATE_GROUP_EFF_DATE <= :WS-SDSC-STMT-DATE
               ORDER BY RATE_GROUP_EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-SDSC-PURCH-APR
               MOVE ZEROS TO WS-SDSC-CASH-APR
               MOVE WS-SDSC-DEFAULT-LATE-FEE TO WS-SDSC-LATE-FEE-AMT
               MOVE WS-SDSC-DEFAULT-PENALTY-APR TO WS-SDSC-PENALTY-APR
           END-IF

           MOVE SPACES TO WS-SDSC-PNA-STATUS
           EXEC SQL
               SELECT PNA_STATUS, PNA_STD_APR, PNA_PENALTY_APR,
                      PNA_EFFECTIVE_DATE, PNA_ONTIME_CYCLES
               INTO :WS-SDSC-PNA-STATUS, :WS-SDSC-PNA-STD-APR,
                    :WS-SDSC-PNA-PENALTY-APR, :WS-SDSC-PNA-EFF-DATE,
                    :WS-SDSC-PNA-ONTIME
               FROM PENALTY
               WHERE PNA_ACCT_ID = :WS-SDSC-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-SDSC-PNA-STATUS
               GO TO STMT-DISC-READ-TERMS-EXIT
           END-IF

           IF WS-SDSC-PNA-STATUS = 'A'
              AND WS-SDSC-PNA-EFF-DATE <= WS-SDSC-STMT-DATE
               IF WS-SDSC-PNA-PENALTY-APR > WS-SDSC-PURCH-APR
                   MOVE WS-SDSC-PNA-PENALTY-APR TO WS-SDSC-PURCH-APR
               END-IF
               IF WS-SDSC-PNA-PENALTY-APR > WS-SDSC-CASH-APR
                   MOVE WS-SDSC-PNA-PENALTY-APR TO WS-SDSC-CASH-APR
               END-IF
           END-IF
           .
       STMT-DISC-READ-TERMS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * This cycle's activity: the interest calculation CBACT01A
      * persisted (its APRs are the ones actually charged - workout
      * and servicemember rates included), year-to-date fee and
      * interest postings, and the late-fee decision taken since the
      * prior statement.
      *----------------------------------------------------------------*
       STMT-DISC-READ-ACTIVITY.
           MOVE '0001-01-01' TO WS-SDSC-PRIOR-CLOSE
           EXEC SQL
               SELECT COALESCE(MAX(CYC_CLOSE_DATE), '0001-01-01')
               INTO :WS-SDSC-PRIOR-CLOSE
               FROM CYCHIST
               WHERE CYC_ACCT_ID = :WS-SDSC-ACCT-ID
               AND   CYC_CLOSE_DATE < :WS-SDSC-STMT-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '0001-01-01' TO WS-SDSC-PRIOR-CLOSE
           END-IF

           MOVE ZEROS TO WS-SDSC-INT-DAYS
                         WS-SDSC-PURCH-BASIS WS-SDSC-CASH-BASIS
                         WS-SDSC-PURCH-RESULT WS-SDSC-CASH-RESULT
           EXEC SQL
               SELECT INT_WINDOW_DAYS, INT_PURCH_BASIS,
                      INT_CASH_BASIS, INT_PURCH_APR, INT_CASH_APR,
                      INT_PURCH_RESULT, INT_CASH_RESULT
               INTO :WS-SDSC-INT-DAYS, :WS-SDSC-PURCH-BASIS,
                    :WS-SDSC-CASH-BASIS, :WS-SDSC-PURCH-APR,
                    :WS-SDSC-CASH-APR, :WS-SDSC-PURCH-RESULT,
                    :WS-SDSC-CASH-RESULT
               FROM INTCALC
               WHERE INT_ACCT_ID = :WS-SDSC-ACCT-ID
               AND   INT_CALC_DATE > :WS-SDSC-PRIOR-CLOSE
               AND   INT_CALC_DATE <= :WS-SDSC-STMT-DATE
               ORDER BY INT_CALC_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE ZEROS TO WS-SDSC-YTD-INTEREST WS-SDSC-YTD-FEES
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN T.TRAN_TYPE_CD = '02'
                                        THEN T.TRAN_AMT ELSE 0 END),
                               0),
                      COALESCE(SUM(CASE WHEN T.TRAN_TYPE_CD = '03'
                                        THEN T.TRAN_AMT ELSE 0 END),
                               0)
               INTO :WS-SDSC-YTD-INTEREST, :WS-SDSC-YTD-FEES
               FROM (SELECT TRAN_CARD_NUM, TRAN_TYPE_CD, TRAN_AMT,
                            TRAN_PROC_TS
                     FROM TRANSACT
                     UNION ALL
                     SELECT TRAN_CARD_NUM, TRAN_TYPE_CD, TRAN_AMT,
                            TRAN_PROC_TS
                     FROM TRANSACT_ARCH) T
               WHERE T.TRAN_CARD_NUM IN
                     (SELECT XREF_CARD_NUM FROM CXACAIX
                      WHERE XREF_ACCT_ID = :WS-SDSC-ACCT-ID)
               AND   T.TRAN_TYPE_CD IN ('02', '03')
               AND   T.TRAN_PROC_TS >= :WS-SDSC-YEAR-START-TS
               AND   T.TRAN_PROC_TS <= :WS-SDSC-STMT-END-TS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-SDSC-YTD-INTEREST WS-SDSC-YTD-FEES
           END-IF

           MOVE SPACES TO WS-SDSC-LTF-DECISION-CD
           EXEC SQL
               SELECT LTF_DUE_DATE, LTF_DECISION_CD, LTF_FEE_AMT
               INTO :WS-SDSC-LTF-DUE-DATE, :WS-SDSC-LTF-DECISION-CD,
                    :WS-SDSC-LTF-FEE-AMT
               FROM LATEFEE
               WHERE LTF_ACCT_ID = :WS-SDSC-ACCT-ID
               AND   LTF_ASSESS_DATE > :WS-SDSC-PRIOR-CLOSE
               AND   LTF_ASSESS_DATE <= :WS-SDSC-STMT-DATE
               ORDER BY LTF_DUE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-SDSC-LTF-DECISION-CD
           END-IF
           .
       STMT-DISC-READ-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Minimum-payment warning: months to clear the balance paying
      * only the minimum each month at the purchase APR, against the
      * level payment that clears it in 36 months. The 36-month line
      * is left off when the minimum already pays off that fast.
      *----------------------------------------------------------------*
       STMT-DISC-MIN-PAY-WARNING.
           COMPUTE WS-SDSC-MONTHLY-RATE ROUNDED =
               WS-SDSC-PURCH-APR / 1200
           MOVE WS-SDSC-STMT-BAL TO WS-SDSC-SIM-BAL
           MOVE ZEROS TO WS-SDSC-SIM-MONTHS WS-SDSC-MIN-TOTAL
           SET SDSC-PAYOFF-REACHED TO TRUE

           PERFORM STMT-DISC-SIM-MONTH
               UNTIL WS-SDSC-SIM-BAL <= 0
                  OR WS-SDSC-SIM-MONTHS >= WS-SDSC-MAX-MONTHS
           IF WS-SDSC-SIM-BAL > 0
               SET SDSC-PAYOFF-NEVER TO TRUE
           END-IF

           MOVE 6 TO WS-LTXT-LINE-NO
           MOVE '  MINIMUM PAYMENT WARNING: IF YOU MAKE NO ADDITIONAL CH
      -         'ARGES AND EACH MONTH' TO WS-LTXT-DFLT-EN
           MOVE '  AVISO DE PAGO MINIMO: SI NO HACE CARGOS ADICIONALES Y
      -         ' CADA MES' TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           IF SDSC-PAYOFF-NEVER
               MOVE 7 TO WS-LTXT-LINE-NO
               MOVE '  YOU PAY ONLY THE MINIMUM, YOU WILL NOT PAY OFF TH
      -         'IS BALANCE.' TO WS-LTXT-DFLT-EN
               MOVE '  PAGA SOLO EL MINIMO, NUNCA TERMINARA DE PAGAR EST
      -         'E SALDO.' TO WS-LTXT-DFLT-ES
               PERFORM STMT-DISC-LANG-LINE
           ELSE
               COMPUTE WS-SDSC-MIN-YEARS =
                   (WS-SDSC-SIM-MONTHS + 11) / 12
               MOVE WS-SDSC-MIN-YEARS TO WS-SDSC-COUNT-EDIT
               MOVE WS-SDSC-MIN-TOTAL TO WS-SDSC-AMT-EDIT
               MOVE 8 TO WS-LTXT-LINE-NO
               MOVE WS-SDSC-COUNT-EDIT TO WS-LTXT-ARG(1)
               MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(2)
               MOVE '  YOU PAY ONLY THE MINIMUM: PAID OFF IN ABOUT &1 YE
      -         'ARS, TOTAL &2' TO WS-LTXT-DFLT-EN
               MOVE '  PAGO MINIMO: SALDO LIQUIDADO EN &1 PERIODOS ANUAL
      -         'ES, TOTAL &2' TO WS-LTXT-DFLT-ES
               PERFORM STMT-DISC-LANG-LINE
           END-IF

           IF SDSC-PAYOFF-REACHED
              AND WS-SDSC-SIM-MONTHS <= WS-SDSC-PAYOFF-MONTHS
               GO TO STMT-DISC-MIN-PAY-WARNING-EXIT
           END-IF

           IF WS-SDSC-MONTHLY-RATE = 0
               COMPUTE WS-SDSC-36-PAYMENT ROUNDED =
                   WS-SDSC-STMT-BAL / WS-SDSC-PAYOFF-MONTHS
           ELSE
               COMPUTE WS-SDSC-GROWTH ROUNDED =
                   (1 + WS-SDSC-MONTHLY-RATE) ** WS-SDSC-PAYOFF-MONTHS
               COMPUTE WS-SDSC-36-PAYMENT ROUNDED =
                   WS-SDSC-STMT-BAL * WS-SDSC-MONTHLY-RATE
                   * WS-SDSC-GROWTH / (WS-SDSC-GROWTH - 1)
           END-IF
           COMPUTE WS-SDSC-36-TOTAL =
               WS-SDSC-36-PAYMENT * WS-SDSC-PAYOFF-MONTHS

           MOVE WS-SDSC-36-PAYMENT TO WS-SDSC-AMT-EDIT
           MOVE WS-SDSC-36-TOTAL TO WS-SDSC-AMT2-EDIT
           MOVE 9 TO WS-LTXT-LINE-NO
           MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(1)
           MOVE WS-SDSC-AMT2-EDIT TO WS-LTXT-ARG(2)
           MOVE '  YOU PAY &1: PAID OFF IN 3 YEARS, TOTAL &2'
             TO WS-LTXT-DFLT-EN
           MOVE '  PAGA &1: SALDO LIQUIDADO EN 36 MESES, TOTAL &2'
             TO WS-LTXT-DFLT-ES
           PERFORM STMT-DISC-LANG-LINE

           IF SDSC-PAYOFF-REACHED
               COMPUTE WS-SDSC-SAVINGS =
                   WS-SDSC-MIN-TOTAL - WS-SDSC-36-TOTAL
               IF WS-SDSC-SAVINGS > 0
                   MOVE WS-SDSC-SAVINGS TO WS-SDSC-AMT3-EDIT
                   MOVE 10 TO WS-LTXT-LINE-NO
                   MOVE WS-SDSC-AMT3-EDIT TO WS-LTXT-ARG(1)
                   MOVE '  (SAVINGS OF &1 AGAINST PAYING ONLY THE MINIMU
      -         'M)' TO WS-LTXT-DFLT-EN
                   MOVE '  (AHORRO DE &1 FRENTE A PAGAR SOLO EL MINIMO)'
                     TO WS-LTXT-DFLT-ES
                   PERFORM STMT-DISC-LANG-LINE
               END-IF
           END-IF
           .
       STMT-DISC-MIN-PAY-WARNING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One month of the minimum-payment projection: pay the minimum
      * on the balance, then accrue a month's interest on the rest.
      *----------------------------------------------------------------*
       STMT-DISC-SIM-MONTH.
           COMPUTE WS-SDSC-SIM-PAYMENT ROUNDED =
               WS-SDSC-SIM-BAL * WS-SDSC-MIN-DUE-PERCENT
           IF WS-SDSC-SIM-PAYMENT < WS-SDSC-LATE-FEE-AMT
               MOVE WS-SDSC-LATE-FEE-AMT TO WS-SDSC-SIM-PAYMENT
           END-IF
           IF WS-SDSC-SIM-PAYMENT > WS-SDSC-SIM-BAL
               MOVE WS-SDSC-SIM-BAL TO WS-SDSC-SIM-PAYMENT
           END-IF
           SUBTRACT WS-SDSC-SIM-PAYMENT FROM WS-SDSC-SIM-BAL
           ADD WS-SDSC-SIM-PAYMENT TO WS-SDSC-MIN-TOTAL
           ADD 1 TO WS-SDSC-SIM-MONTHS
           COMPUTE WS-SDSC-SIM-BAL ROUNDED =
               WS-SDSC-SIM-BAL
               + (WS-SDSC-SIM-BAL * WS-SDSC-MONTHLY-RATE)
           .

      *----------------------------------------------------------------*
      * Penalty pricing (CBACT69A): the advance notice while it runs,
      * the rate in effect and how to cure it once it applies.
      *----------------------------------------------------------------*
       STMT-DISC-PENALTY-LINES.
           IF WS-SDSC-PNA-STATUS NOT = 'N'
              AND WS-SDSC-PNA-STATUS NOT = 'A'
               GO TO STMT-DISC-PENALTY-LINES-EXIT
           END-IF

           MOVE WS-SDSC-PNA-PENALTY-APR TO WS-SDSC-APR-EDIT
           MOVE WS-SDSC-PNA-STD-APR TO WS-SDSC-APR2-EDIT
           IF WS-SDSC-PNA-STATUS = 'N'
               MOVE 11 TO WS-LTXT-LINE-NO
               MOVE WS-SDSC-APR-EDIT TO WS-LTXT-ARG(1)
               MOVE '  NOTICE: YOUR PAYMENT IS 60 DAYS PAST DUE. YOUR AP
      -         'R WILL INCREASE TO &1%' TO WS-LTXT-DFLT-EN
               MOVE '  AVISO: SU PAGO TIENE 60 DIAS DE ATRASO. SU TASA (
      -         'APR) SUBIRA A &1%' TO WS-LTXT-DFLT-ES
               PERFORM STMT-DISC-LANG-LINE
               MOVE 12 TO WS-LTXT-LINE-NO
               MOVE WS-SDSC-PNA-EFF-DATE TO WS-LTXT-ARG(1)
               MOVE '  ON &1. SIX CONSECUTIVE ON-TIME PAYMENTS AFTER THA
      -         'T RESTORE IT.' TO WS-LTXT-DFLT-EN
               MOVE '  EL &1. SEIS PAGOS PUNTUALES SEGUIDOS DESPUES DE E
      -         'SO LA RESTABLECEN.' TO WS-LTXT-DFLT-ES
               PERFORM STMT-DISC-LANG-LINE
           ELSE
               MOVE 13 TO WS-LTXT-LINE-NO
               MOVE WS-SDSC-APR-EDIT TO WS-LTXT-ARG(1)
               MOVE WS-SDSC-PNA-EFF-DATE TO WS-LTXT-ARG(2)
               MOVE '  PENALTY APR OF &1% APPLIES SINCE &2 - A PAYMENT W
      -         'AS 60 DAYS LATE.' TO WS-LTXT-DFLT-EN
               MOVE '  TASA DE PENALIDAD DE &1% DESDE EL &2 - UN PAGO SE
      -         ' ATRASO 60 DIAS.' TO WS-LTXT-DFLT-ES
               PERFORM STMT-DISC-LANG-LINE
               IF WS-SDSC-PNA-ONTIME > 6
                   MOVE 6 TO WS-SDSC-PNA-ONTIME
               END-IF
               MOVE WS-SDSC-PNA-ONTIME TO WS-SDSC-COUNT-EDIT
               MOVE 14 TO WS-LTXT-LINE-NO
               MOVE WS-SDSC-APR2-EDIT TO WS-LTXT-ARG(1)
               MOVE WS-SDSC-COUNT-EDIT TO WS-LTXT-ARG(2)
               MOVE '  SIX ON-TIME PAYMENTS IN A ROW RESTORE YOUR &1% AP
      -         'R (ON TIME SO FAR:&2)' TO WS-LTXT-DFLT-EN
               MOVE '  SEIS PAGOS PUNTUALES SEGUIDOS RESTABLECEN SU TASA
      -         ' DE &1% (PUNTUALES:&2)' TO WS-LTXT-DFLT-ES
               PERFORM STMT-DISC-LANG-LINE
           END-IF
           .
       STMT-DISC-PENALTY-LINES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The late-fee decision taken this cycle (CBACT68A / LATEFEE) -
      * charged or not, and why.
      *----------------------------------------------------------------*
       STMT-DISC-LATE-FEE-LINE.
           IF WS-SDSC-LTF-DECISION-CD = SPACES
               GO TO STMT-DISC-LATE-FEE-LINE-EXIT
           END-IF

           MOVE WS-SDSC-LTF-FEE-AMT TO WS-SDSC-AMT-EDIT
           MOVE WS-SDSC-AMT-EDIT TO WS-LTXT-ARG(1)
           MOVE WS-SDSC-LTF-DUE-DATE TO WS-LTXT-ARG(2)
           EVALUATE WS-SDSC-LTF-DECISION-CD
               WHEN 'A'
                   MOVE 15 TO WS-LTXT-LINE-NO
                   MOVE
                       '  LATE FEE &1 CHARGED - MINIMUM DUE &2 WAS NOT P
      -         'AID IN TIME.' TO WS-LTXT-DFLT-EN
                   MOVE '  CARGO POR MORA DE &1 - EL MINIMO DEL &2 NO SE
      -         ' PAGO A TIEMPO.' TO WS-LTXT-DFLT-ES
               WHEN 'P'
                   MOVE 16 TO WS-LTXT-LINE-NO
                   MOVE '  NO LATE FEE - MINIMUM DUE &2 WAS PAID ON TIME
      -         '.' TO WS-LTXT-DFLT-EN
                   MOVE '  SIN CARGO POR MORA - EL MINIMO DEL &2 SE PAGO
      -         ' A TIEMPO.' TO WS-LTXT-DFLT-ES
               WHEN 'Z'
                   MOVE 17 TO WS-LTXT-LINE-NO
                   MOVE '  NO LATE FEE - NOTHING WAS DUE ON &2.'
                     TO WS-LTXT-DFLT-EN
                   MOVE '  SIN CARGO POR MORA - NO HABIA SALDO VENCIDO E
      -         'L &2.' TO WS-LTXT-DFLT-ES
               WHEN 'W'
                   MOVE 18 TO WS-LTXT-LINE-NO
                   MOVE '  NO LATE FEE FOR &2 - HARDSHIP PAYMENT PLAN IN
      -         ' PLACE.' TO WS-LTXT-DFLT-EN
                   MOVE '  SIN CARGO POR MORA PARA EL &2 - PLAN DE PAGOS
      -         ' POR DIFICULTAD VIGENTE.' TO WS-LTXT-DFLT-ES
               WHEN 'K'
                   MOVE 19 TO WS-LTXT-LINE-NO
                   MOVE '  NO LATE FEE FOR &2 - SKIP-A-PAYMENT MONTH.'
                     TO WS-LTXT-DFLT-EN
                   MOVE '  SIN CARGO POR MORA PARA EL &2 - MES DE PAGO O
      -         'MITIDO AUTORIZADO.' TO WS-LTXT-DFLT-ES
               WHEN 'S'
                   MOVE 20 TO WS-LTXT-LINE-NO
                   MOVE '  NO LATE FEE FOR &2 - SERVICEMEMBER PROTECTION
      -         '.' TO WS-LTXT-DFLT-EN
                   MOVE '  SIN CARGO POR MORA PARA EL &2 - PROTECCION AL
      -         ' PERSONAL MILITAR.' TO WS-LTXT-DFLT-ES
               WHEN OTHER
                   MOVE 21 TO WS-LTXT-LINE-NO
                   MOVE '  NO LATE FEE FOR &2.' TO WS-LTXT-DFLT-EN
                   MOVE '  SIN CARGO POR MORA PARA EL &2.'
                     TO WS-LTXT-DFLT-ES
           END-EVALUATE
           PERFORM STMT-DISC-LANG-LINE
           .
       STMT-DISC-LATE-FEE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One disclosure line in the customer's language - the line
      * number, both built-in wordings and the &n values are set by
      * the caller - appended to the block.
      *----------------------------------------------------------------*
       STMT-DISC-LANG-LINE.
           MOVE 'STMTDISC' TO WS-LTXT-DOC-CD
           MOVE WS-SDSC-LANG-CD TO WS-LTXT-LANG-CD
           PERFORM GET-LANG-TEXT
              THRU GET-LANG-TEXT-EXIT
           MOVE WS-LTXT-OUT TO WS-SDSC-TEXT
           PERFORM STMT-DISC-ADD-LINE
           .

      *----------------------------------------------------------------*
      * Appends WS-SDSC-TEXT to the block and clears it for the next
      * line.
      *----------------------------------------------------------------*
       STMT-DISC-ADD-LINE.
           IF WS-SDSC-LINE-COUNT < 24
               ADD 1 TO WS-SDSC-LINE-COUNT
               MOVE WS-SDSC-TEXT TO WS-SDSC-LINE(WS-SDSC-LINE-COUNT)
           END-IF
           MOVE SPACES TO WS-SDSC-TEXT
           .
