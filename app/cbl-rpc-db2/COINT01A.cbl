      *              count and resulting charges CBACT01A persisted   *
      *              for each interest cycle - so a CSR can walk a    *
      *              cardholder through exactly how an interest       *
      *              charge was built. Each row also carries the      *
      *              interest credited back to it by CBACT98A for     *
      *              payments posted later than their effective date. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COINT01A.
         05 HOST-INT-CASH-APR          PIC S9(03)V9(02) COMP-3.
         05 HOST-INT-PURCH-RESULT      PIC S9(09)V99 COMP-3.
         05 HOST-INT-CASH-RESULT       PIC S9(09)V99 COMP-3.
         05 HOST-INT-BACKVAL-ADJ       PIC S9(09)V99 COMP-3.
       01 HOST-PNA-ROW.
         05 HOST-PNA-STATUS            PIC X(01).
         05 HOST-PNA-STD-APR           PIC S9(03)V9(02) COMP-3.
         05 HOST-PNA-PENALTY-APR       PIC S9(03)V9(02) COMP-3.
         05 HOST-PNA-EFFECTIVE-DATE    PIC X(10).
         05 HOST-PNA-RESTORE-DATE      PIC X(10).

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
      *      Penalty pricing behind the APRs below (PENALTY, set by
      *      CBACT69A): spaces = never repriced, N = noticed, A = in
      *      effect, R = standard rate restored.
             10 LK-OUT-PENALTY-STATUS   PIC X(01).
             10 LK-OUT-PENALTY-STD-APR  PIC S9(03)V99.
             10 LK-OUT-PENALTY-APR      PIC S9(03)V99.
             10 LK-OUT-PENALTY-EFF-DATE PIC X(10).
             10 LK-OUT-PENALTY-RESTORE-DATE
                                        PIC X(10).
             10 LK-OUT-CALC-COUNT       PIC S9(04) COMP.
             10 LK-OUT-CALC-DATA OCCURS 0 TO 12 TIMES
                DEPENDING ON LK-OUT-CALC-COUNT.
                15 LK-OUT-CASH-APR      PIC S9(03)V99.
                15 LK-OUT-PURCH-RESULT  PIC S9(09)V99.
                15 LK-OUT-CASH-RESULT   PIC S9(09)V99.
      *         Interest credited back to this cycle for back-valued
      *         payments (INTADJ) - the results above less this amount
      *         is what the cycle finally cost.
                15 LK-OUT-BACKVAL-ADJ   PIC S9(09)V99.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-CALC-COUNT
           MOVE SPACES TO LK-OUT-PENALTY-STATUS
           MOVE ZEROS TO LK-OUT-PENALTY-STD-APR
           MOVE ZEROS TO LK-OUT-PENALTY-APR
           MOVE SPACES TO LK-OUT-PENALTY-EFF-DATE
           MOVE SPACES TO LK-OUT-PENALTY-RESTORE-DATE

           EVALUATE TRUE
               WHEN LK-IN-ACCT-ID = SPACES OR LOW-VALUES
                   COMPUTE WS-ACCT-ID-N =
                       FUNCTION NUMVAL(LK-IN-ACCT-ID)
                   MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
                   PERFORM 1200-GET-PENALTY-STATUS
                   PERFORM 1000-LIST-CALC-DETAIL
           END-EVALUATE

                      INT_WINDOW_DAYS, INT_SNAP_COUNT,
                      INT_PURCH_BASIS, INT_CASH_BASIS,
                      INT_PURCH_APR, INT_CASH_APR,
                      INT_PURCH_RESULT, INT_CASH_RESULT,
                      COALESCE((SELECT SUM(A.INA_ADJ_AMT)
                                FROM INTADJ A
                                WHERE A.INA_ACCT_ID = INT_ACCT_ID
                                AND   A.INA_CALC_DATE = INT_CALC_DATE),
                               0)
               FROM INTCALC
               WHERE INT_ACCT_ID = :HOST-ACCT-ID
               ORDER BY INT_CALC_DATE DESC
                    :HOST-INT-WINDOW-DAYS, :HOST-INT-SNAP-COUNT,
                    :HOST-INT-PURCH-BASIS, :HOST-INT-CASH-BASIS,
                    :HOST-INT-PURCH-APR, :HOST-INT-CASH-APR,
                    :HOST-INT-PURCH-RESULT, :HOST-INT-CASH-RESULT,
                    :HOST-INT-BACKVAL-ADJ
           END-EXEC

           EVALUATE SQLCODE
                     TO LK-OUT-PURCH-RESULT(WS-LIST-COUNT)
                   MOVE HOST-INT-CASH-RESULT
                     TO LK-OUT-CASH-RESULT(WS-LIST-COUNT)
                   MOVE HOST-INT-BACKVAL-ADJ
                     TO LK-OUT-BACKVAL-ADJ(WS-LIST-COUNT)
               WHEN 100
                   SET CALC-CURSOR-EOF TO TRUE
               WHEN OTHER
                     INTO WS-RESP-MSG
                   SET CALC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    1200-GET-PENALTY-STATUS
      * A penalty rate explains a jump in the APRs listed - return
      * the account's PENALTY state alongside the calculations. No
      * row leaves the fields blank.
      *----------------------------------------------------------------*
       1200-GET-PENALTY-STATUS.

           EXEC SQL
               SELECT PNA_STATUS, PNA_STD_APR, PNA_PENALTY_APR,
                      PNA_EFFECTIVE_DATE, PNA_RESTORE_DATE
               INTO :HOST-PNA-STATUS, :HOST-PNA-STD-APR,
                    :HOST-PNA-PENALTY-APR, :HOST-PNA-EFFECTIVE-DATE,
                    :HOST-PNA-RESTORE-DATE
               FROM PENALTY
               WHERE PNA_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-PNA-STATUS TO LK-OUT-PENALTY-STATUS
               MOVE HOST-PNA-STD-APR TO LK-OUT-PENALTY-STD-APR
               MOVE HOST-PNA-PENALTY-APR TO LK-OUT-PENALTY-APR
               MOVE HOST-PNA-EFFECTIVE-DATE TO LK-OUT-PENALTY-EFF-DATE
               MOVE HOST-PNA-RESTORE-DATE
                 TO LK-OUT-PENALTY-RESTORE-DATE
           END-IF.
