      *               changed (CUSTHIST) inside the lookback window
      *               when the same customer also had a card issued
      *               or reissued, or a large-transaction fraud
      *               review item, or failed caller identity checks
      *               that reached the repeated-failure flag
      *               (CALLVRFY), within the pairing window of the
      *               change. A second section lists every customer
      *               flagged for repeated verification failures in
      *               the lookback window, change or not.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Modification History
      * 2026-08-22 - New batch job: contact-change / card-event fraud
      *              pairing report
      * 2026-10-15 - Repeated caller-verification failures (CALLVRFY)
      *              pair with contact changes; flagged-customer section
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT30A.
       01 WS-JOB-TOTALS.
         05 WS-CHANGES-READ            PIC 9(07) VALUE ZEROS.
         05 WS-CHANGES-FLAGGED         PIC 9(07) VALUE ZEROS.
         05 WS-VRFY-CUST-FLAGGED       PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CUST-ID-EDIT            PIC 9(09).
         05 WS-WINDOW-INT              PIC S9(09) COMP.
         05 WS-WINDOW-YYYYMMDD         PIC 9(08).
         05 WS-CHG-YYYYMMDD            PIC 9(08).
         05 WS-FLAG-REASON             PIC X(40).
         05 WS-BASE-REASON             PIC X(30).
         05 WS-VRFY-COUNT-EDIT         PIC ZZZ9.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 CHG-CURSOR-EOF                        VALUE 'Y'.
         88 CHG-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-VRFY-CURSOR-FLAG          PIC X(01) VALUE 'N'.
         88 VRFY-CURSOR-EOF                       VALUE 'Y'.
         88 VRFY-CURSOR-NOT-EOF                   VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.
       01 HOST-WIN-START-TS             PIC X(26).
       01 HOST-REISSUE-COUNT            PIC S9(04) COMP.
       01 HOST-FRD-COUNT                PIC S9(04) COMP.
       01 HOST-CIV-COUNT                PIC S9(04) COMP.

       01 HOST-VRFY-ROW.
         05 HOST-VRFY-CUST-ID           PIC S9(09) COMP.
         05 HOST-VRFY-FAIL-COUNT        PIC S9(04) COMP.
         05 HOST-VRFY-LAST-TS           PIC X(26).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION

           MOVE ZEROS TO WS-CHANGES-READ
           MOVE ZEROS TO WS-CHANGES-FLAGGED
           MOVE ZEROS TO WS-VRFY-CUST-FLAGGED
           SET CHG-CURSOR-NOT-EOF TO TRUE

           COMPUTE WS-WINDOW-INT =
               AND   F.FRD_CREATE_TS >= :HOST-WIN-START-TS
           END-EXEC

      * A failure that reached the repeated-failure limit is the
      * phone desk being probed for this customer.
           MOVE ZEROS TO HOST-CIV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-CIV-COUNT
               FROM CALLVRFY V
               WHERE V.CIV_CUST_ID = :HOST-CHG-CUST-ID
               AND   V.CIV_FLAG_IND = 'Y'
               AND   V.CIV_CREATE_TS >= :HOST-WIN-START-TS
           END-EXEC

           IF HOST-REISSUE-COUNT > 0 OR HOST-FRD-COUNT > 0
              OR HOST-CIV-COUNT > 0
               ADD 1 TO WS-CHANGES-FLAGGED
               MOVE SPACES TO WS-BASE-REASON
               EVALUATE TRUE
                   WHEN HOST-REISSUE-COUNT > 0
                        AND HOST-FRD-COUNT > 0
                       MOVE 'CARD ISSUE + LARGE TRAN'
                         TO WS-BASE-REASON
                   WHEN HOST-REISSUE-COUNT > 0
                       MOVE 'CARD ISSUE' TO WS-BASE-REASON
                   WHEN HOST-FRD-COUNT > 0
                       MOVE 'LARGE TRAN' TO WS-BASE-REASON
               END-EVALUATE
               MOVE SPACES TO WS-FLAG-REASON
               EVALUATE TRUE
                   WHEN HOST-CIV-COUNT = 0
                       MOVE WS-BASE-REASON TO WS-FLAG-REASON
                   WHEN WS-BASE-REASON = SPACES
                       MOVE 'ID VERIFY FAIL' TO WS-FLAG-REASON
                   WHEN OTHER
                       STRING WS-BASE-REASON DELIMITED BY '  '
                              ' + ID VERIFY FAIL' DELIMITED BY SIZE
                         INTO WS-FLAG-REASON
               END-EVALUATE

               MOVE HOST-CHG-CUST-ID TO WS-CUST-ID-EDIT
               WRITE CHG-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  2500-REPORT-VERIFY-FLAGS
      * Every customer whose failed caller verifications reached the
      * repeated-failure flag inside the lookback window, with the
      * window's failure count and the latest failure.
      *----------------------------------------------------------------*
       2500-REPORT-VERIFY-FLAGS.

           MOVE SPACES TO CHG-RPT-LINE
           WRITE CHG-RPT-LINE
           MOVE SPACES TO CHG-RPT-LINE
           STRING '=== CUSTOMERS FLAGGED FOR REPEATED ID-VERIFY '
                  'FAILURES - ' WS-BIZDT-DATE ' ==='
             DELIMITED BY SIZE
             INTO CHG-RPT-LINE
           WRITE CHG-RPT-LINE

           SET VRFY-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-VRFY CURSOR FOR
               SELECT CIV_CUST_ID, COUNT(*), CHAR(MAX(CIV_CREATE_TS))
               FROM CALLVRFY
               WHERE CIV_RESULT = 'F'
               AND   CIV_CREATE_TS >= :HOST-LOOKBACK-TS
               AND   CIV_CUST_ID IN
                     (SELECT F.CIV_CUST_ID FROM CALLVRFY F
                      WHERE F.CIV_FLAG_IND = 'Y'
                      AND   F.CIV_CREATE_TS >= :HOST-LOOKBACK-TS)
               GROUP BY CIV_CUST_ID
               ORDER BY CIV_CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-VRFY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-VRFY - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET VRFY-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2600-FETCH-VERIFY-FLAG
                   UNTIL VRFY-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-VRFY
           END-EXEC.

      *----------------------------------------------------------------*
      *                  2600-FETCH-VERIFY-FLAG
      *----------------------------------------------------------------*
       2600-FETCH-VERIFY-FLAG.

           EXEC SQL
               FETCH CUR-VRFY
               INTO :HOST-VRFY-CUST-ID, :HOST-VRFY-FAIL-COUNT,
                    :HOST-VRFY-LAST-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-VRFY-CUST-FLAGGED
                   MOVE HOST-VRFY-CUST-ID TO WS-CUST-ID-EDIT
                   MOVE HOST-VRFY-FAIL-COUNT TO WS-VRFY-COUNT-EDIT
                   MOVE SPACES TO CHG-RPT-LINE
                   STRING 'CUST ' DELIMITED BY SIZE
                          WS-CUST-ID-EDIT DELIMITED BY SIZE
                          ' FAILED ID VERIFICATIONS ' DELIMITED BY SIZE
                          WS-VRFY-COUNT-EDIT DELIMITED BY SIZE
                          ' LAST ' DELIMITED BY SIZE
                          HOST-VRFY-LAST-TS(1:19) DELIMITED BY SIZE
                     INTO CHG-RPT-LINE
                   WRITE CHG-RPT-LINE
               WHEN 100
                   SET VRFY-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-VRFY - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET VRFY-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
               CLOSE CUR-CHG
           END-EXEC

           IF WS-RPT-FILE-STATUS = '00'
               PERFORM 2500-REPORT-VERIFY-FLAGS
           END-IF

           CLOSE CHG-RPT-FILE

           DISPLAY 'CONTACT CHANGES READ...: ' WS-CHANGES-READ
           DISPLAY 'CHANGES FLAGGED........: ' WS-CHANGES-FLAGGED
           DISPLAY 'ID-VERIFY FLAGGED CUST.: ' WS-VRFY-CUST-FLAGGED

           MOVE 0 TO RETURN-CODE.

