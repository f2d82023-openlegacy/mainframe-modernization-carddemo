      *              authorized user not liable (ACCTREL roles)
      * 2026-09-02 - Deceased indicator reported from the customer's
      *              recorded date of death
      * 2026-10-15 - Bankruptcy condition code (petition, discharged,
      *              dismissed by chapter) from the BANKRPT case
      * 2026-10-15 - The extract is registered on the outbound file
      *              manifest with its record count and balance total,
      *              read back from the closed file
      * 2026-10-15 - An account renumbered after a takeover
      *              (ACCTXFER) is skipped and counted; its successor
      *              carries it as the prior account number
      * 2026-10-15 - Special comment code AW (affected by a declared
      *              disaster) while the account is under disaster
      *              relief (DSTENROL / DSTEVENT)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT28A.
       AUTHOR.     AWS.
          05 BUR-ECOA-CD                PIC X(01).
      *   'Y' when the customer has a recorded date of death
          05 BUR-DECEASED-IND           PIC X(01).
      *   Bankruptcy condition code for the party who filed (BANKRPT):
      *   A/B/C/D petition under chapter 7/11/12/13, E/F/G/H
      *   discharged, I/J/K/L dismissed; space when none on file
          05 BUR-BKR-COND-CD            PIC X(01).
      *   The account number this one replaced when it was renumbered
      *   after a takeover (ACCTXFER) - the bureau carries the
      *   tradeline's history across; zeros when never renumbered
          05 BUR-PRIOR-ACCT-ID          PIC 9(11).
      *   Special comment code: AW affected by a declared natural
      *   disaster while a relief event covers the business date
      *   (DSTENROL / DSTEVENT); spaces otherwise. The bucket beside
      *   it is the one CBACT26A held during the deferral.
          05 BUR-SPECIAL-COMMENT-CD     PIC X(02).

       FD BUREAU-RPT-FILE
           RECORDING MODE IS F.
         05 WS-RECS-CLOSED             PIC 9(07) VALUE ZEROS.
         05 WS-RECS-CHARGED-OFF        PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-NO-CUSTOMER       PIC 9(07) VALUE ZEROS.
         05 WS-RECS-BANKRUPTCY         PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-TRANSFERRED       PIC 9(07) VALUE ZEROS.
         05 WS-RECS-DISASTER           PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-REPORT-MONTH            PIC X(07).
         05 WS-CNT-EDIT                PIC ZZZ,ZZ9.
         05 WS-EXT-RECS-SHIPPED        PIC S9(09) COMP VALUE ZEROS.
         05 WS-EXT-BAL-TOTAL           PIC S9(15)V99 COMP-3
                                        VALUE ZEROS.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 ACCT-CURSOR-EOF                       VALUE 'Y'.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Outbound file manifest - see CSUTL1PL.
       01 WS-MFT-FIELDS.
       COPY CSUTL1WY.

      * Disaster relief - see CSUTL3PL.
       01 WS-DRL-FIELDS.
       COPY CSUTL3WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
         05 HOST-CUST-ZIP               PIC X(10).
         05 HOST-CUST-DATE-OF-DEATH     PIC X(10).

      * Latest bankruptcy case the party filed on this account.
       01 HOST-BKR-ROW.
         05 HOST-BKR-CHAPTER            PIC X(02).
         05 HOST-BKR-STATUS             PIC X(01).

      * Renumbering links (ACCTXFER) - a number moved away from is
      * not reported; its successor reports with it as the prior.
       01 HOST-XFER-OUT-COUNT           PIC S9(04) COMP.
       01 HOST-PRIOR-ACCT-ID            PIC S9(11) COMP-3.

       01 HOST-DLQ-ROW.
         05 HOST-DLQ-BUCKET             PIC X(01).
         05 HOST-DLQ-CONSEC-MISSED      PIC S9(04) COMP.
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF
           PERFORM 3000-FINALIZE
           PERFORM 4000-REGISTER-MANIFEST
           MOVE 'CBACT28A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ACCTS-READ TO WS-RTOT-RECS-READ
           MOVE ZEROS TO WS-RECS-CLOSED
           MOVE ZEROS TO WS-RECS-CHARGED-OFF
           MOVE ZEROS TO WS-ACCTS-NO-CUSTOMER
           MOVE ZEROS TO WS-RECS-BANKRUPTCY
           MOVE ZEROS TO WS-ACCTS-TRANSFERRED
           MOVE ZEROS TO WS-RECS-DISASTER
           SET ACCT-CURSOR-NOT-EOF TO TRUE

      *    The reporting month is the business date's month - to
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2050-LOOKUP-TRANSFER-LINK
                   IF HOST-XFER-OUT-COUNT > 0
                       ADD 1 TO WS-ACCTS-TRANSFERRED
                   ELSE
                       PERFORM 2100-WRITE-BUREAU-RECORD
                   END-IF
                   PERFORM 2900-CHECKPOINT-IF-DUE
               WHEN 100
                   SET ACCT-CURSOR-EOF TO TRUE
                   SET ACCT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2050-LOOKUP-TRANSFER-LINK
      * An account renumbered after a takeover (COAXF01A) is closed
      * at a zero balance only because everything moved to its
      * successor - reporting it as well would show the bureau a
      * second, paid-off tradeline for the same debt. It is counted
      * and skipped; the successor's record names it as the prior
      * account so the bureau keeps one continuous history.
      *----------------------------------------------------------------*
       2050-LOOKUP-TRANSFER-LINK.

           MOVE ZEROS TO HOST-XFER-OUT-COUNT
           MOVE ZEROS TO HOST-PRIOR-ACCT-ID

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-XFER-OUT-COUNT
               FROM ACCTXFER
               WHERE AXF_OLD_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-XFER-OUT-COUNT
           END-IF

           EXEC SQL
               SELECT AXF_OLD_ACCT_ID
               INTO :HOST-PRIOR-ACCT-ID
               FROM ACCTXFER
               WHERE AXF_NEW_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-PRIOR-ACCT-ID
           END-IF.

      *----------------------------------------------------------------*
      *                    2100-WRITE-BUREAU-RECORD
      *----------------------------------------------------------------*
               MOVE HOST-ACCT-CURR-BAL    TO BUR-CURR-BAL
               MOVE HOST-DLQ-BUCKET       TO BUR-DELINQ-BUCKET
               MOVE HOST-DLQ-CONSEC-MISSED TO BUR-CONSEC-MISSED
               MOVE HOST-PRIOR-ACCT-ID    TO BUR-PRIOR-ACCT-ID
      * The primary reports individual unless a joint (liable)
      * party shares the account.
               PERFORM 2150-COUNT-JOINT-PARTIES
               ELSE
                   MOVE 'N' TO BUR-DECEASED-IND
               END-IF
               PERFORM 2160-LOOKUP-BANKRUPTCY-CD
                  THRU 2160-LOOKUP-BANKRUPTCY-CD-EXIT
               PERFORM 2170-LOOKUP-DISASTER-RELIEF
               WRITE BUREAU-EXT-RECORD

               PERFORM 2400-WRITE-PARTY-RECORDS
               MOVE ZEROS TO HOST-JOINT-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *                 2160-LOOKUP-BANKRUPTCY-CD
      * The condition code rides only the tradeline of the party who
      * filed (HOST-XREF-CUST-ID) - a joint holder who did not file
      * is not reported bankrupt. Discharged-and-charged-off reports
      * as discharged; a dismissal stays reported as dismissed after
      * servicing is restored.
      *----------------------------------------------------------------*
       2160-LOOKUP-BANKRUPTCY-CD.

           MOVE SPACE TO BUR-BKR-COND-CD

           EXEC SQL
               SELECT BKR_CHAPTER, BKR_STATUS
               INTO :HOST-BKR-CHAPTER, :HOST-BKR-STATUS
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :HOST-ACCT-ID
               AND   BKR_CUST_ID = :HOST-XREF-CUST-ID
               ORDER BY BKR_FILING_DATE DESC, BKR_CREATE_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               GO TO 2160-LOOKUP-BANKRUPTCY-CD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN HOST-BKR-STATUS = 'F'
                   EVALUATE HOST-BKR-CHAPTER
                       WHEN '7 '
                           MOVE 'A' TO BUR-BKR-COND-CD
                       WHEN '11'
                           MOVE 'B' TO BUR-BKR-COND-CD
                       WHEN '12'
                           MOVE 'C' TO BUR-BKR-COND-CD
                       WHEN '13'
                           MOVE 'D' TO BUR-BKR-COND-CD
                   END-EVALUATE
               WHEN HOST-BKR-STATUS = 'D' OR 'C'
                   EVALUATE HOST-BKR-CHAPTER
                       WHEN '7 '
                           MOVE 'E' TO BUR-BKR-COND-CD
                       WHEN '11'
                           MOVE 'F' TO BUR-BKR-COND-CD
                       WHEN '12'
                           MOVE 'G' TO BUR-BKR-COND-CD
                       WHEN '13'
                           MOVE 'H' TO BUR-BKR-COND-CD
                   END-EVALUATE
               WHEN HOST-BKR-STATUS = 'X' OR 'R'
                   EVALUATE HOST-BKR-CHAPTER
                       WHEN '7 '
                           MOVE 'I' TO BUR-BKR-COND-CD
                       WHEN '11'
                           MOVE 'J' TO BUR-BKR-COND-CD
                       WHEN '12'
                           MOVE 'K' TO BUR-BKR-COND-CD
                       WHEN '13'
                           MOVE 'L' TO BUR-BKR-COND-CD
                   END-EVALUATE
           END-EVALUATE

           IF BUR-BKR-COND-CD NOT = SPACE
               ADD 1 TO WS-RECS-BANKRUPTCY
           END-IF.
       2160-LOOKUP-BANKRUPTCY-CD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 2170-LOOKUP-DISASTER-RELIEF
      * Disaster relief is an account condition, so the comment code
      * set here also rides every party record 2400 writes after it.
      *----------------------------------------------------------------*
       2170-LOOKUP-DISASTER-RELIEF.

           MOVE SPACES TO BUR-SPECIAL-COMMENT-CD
           MOVE HOST-ACCT-ID TO WS-DRL-ACCT-ID
           MOVE WS-BIZDT-DATE TO WS-DRL-AS-OF-DATE
           PERFORM CHECK-DISASTER-RELIEF
              THRU CHECK-DISASTER-RELIEF-EXIT

           EVALUATE TRUE
               WHEN DRL-RELIEF-ACTIVE
                   MOVE 'AW' TO BUR-SPECIAL-COMMENT-CD
                   ADD 1 TO WS-RECS-DISASTER
               WHEN DRL-CHECK-ERROR
                   MOVE WS-DRL-SQL-STATUS TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING DSTENROL FOR ACCT '
                           HOST-ACCT-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 2400-WRITE-PARTY-RECORDS
      * One tradeline record per additional party: joint holders
                       ELSE
                           MOVE 'N' TO BUR-DECEASED-IND
                       END-IF
                       PERFORM 2160-LOOKUP-BANKRUPTCY-CD
                          THRU 2160-LOOKUP-BANKRUPTCY-CD-EXIT
                       WRITE BUREAU-EXT-RECORD
                   ELSE
                       ADD 1 TO WS-ACCTS-NO-CUSTOMER
             DELIMITED BY SIZE INTO BUREAU-RPT-LINE
           WRITE BUREAU-RPT-LINE

           MOVE WS-RECS-BANKRUPTCY TO WS-CNT-EDIT
           MOVE SPACES TO BUREAU-RPT-LINE
           STRING 'RECORDS WITH BANKRUPTCY CODE.: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO BUREAU-RPT-LINE
           WRITE BUREAU-RPT-LINE

           MOVE WS-ACCTS-TRANSFERRED TO WS-CNT-EDIT
           MOVE SPACES TO BUREAU-RPT-LINE
           STRING 'SKIPPED - RENUMBERED ACCOUNT.: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO BUREAU-RPT-LINE
           WRITE BUREAU-RPT-LINE

           MOVE WS-RECS-DISASTER TO WS-CNT-EDIT
           MOVE SPACES TO BUREAU-RPT-LINE
           STRING 'ACCOUNTS UNDER DISASTER (AW).: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO BUREAU-RPT-LINE
           WRITE BUREAU-RPT-LINE

           CLOSE BUREAU-EXT-FILE
           CLOSE BUREAU-RPT-FILE

           DISPLAY 'CLOSED REPORTED........: ' WS-RECS-CLOSED
           DISPLAY 'CHARGED-OFF REPORTED...: ' WS-RECS-CHARGED-OFF
           DISPLAY 'NO CUSTOMER SKIPPED....: ' WS-ACCTS-NO-CUSTOMER
           DISPLAY 'BANKRUPTCY CODE RECORDS: ' WS-RECS-BANKRUPTCY
           DISPLAY 'RENUMBERED SKIPPED.....: ' WS-ACCTS-TRANSFERRED
           DISPLAY 'DISASTER RELIEF (AW)...: ' WS-RECS-DISASTER

           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------------*
      *                      4000-REGISTER-MANIFEST
      * Puts the extract on the outbound file manifest with its record
      * count and balance total. Both are taken from the closed file
      * itself, since a restarted run extends the file left by the
      * failed one and only its own records are in this run's counts.
      *----------------------------------------------------------------*
       4000-REGISTER-MANIFEST.

           MOVE ZEROS TO WS-EXT-RECS-SHIPPED
           MOVE ZEROS TO WS-EXT-BAL-TOTAL
           OPEN INPUT BUREAU-EXT-FILE
           IF WS-EXT-FILE-STATUS = '00'
               PERFORM 4100-READ-BACK-EXTRACT
                   UNTIL WS-EXT-FILE-STATUS NOT = '00'
               IF WS-EXT-FILE-STATUS NOT = '10'
                   DISPLAY 'ERROR READING BACK BUREXT - STATUS: '
                           WS-EXT-FILE-STATUS
               END-IF
               CLOSE BUREAU-EXT-FILE
           ELSE
               DISPLAY 'ERROR READING BACK BUREXT - STATUS: '
                       WS-EXT-FILE-STATUS
           END-IF

           MOVE 'CBACT28A'          TO WS-MFT-JOB-NAME
           MOVE 'BUREXT'            TO WS-MFT-FILE-NAME
           MOVE WS-BIZDT-DATE       TO WS-MFT-BUS-DATE
           MOVE WS-EXT-RECS-SHIPPED TO WS-MFT-RECORD-COUNT
           MOVE WS-EXT-BAL-TOTAL    TO WS-MFT-CONTROL-TOTAL
           MOVE 'A'                 TO WS-MFT-CONTROL-TYPE
           PERFORM REGISTER-OUTBOUND-FILE
              THRU REGISTER-OUTBOUND-FILE-EXIT
           IF MFT-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               MOVE 4 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'BUREXT REGISTERED AS SEQUENCE '
                       WS-MFT-SEQ-NUM ' FOR ' WS-MFT-PARTNER-ID
           END-IF.

      *----------------------------------------------------------------*
      *                      4100-READ-BACK-EXTRACT
      *----------------------------------------------------------------*
       4100-READ-BACK-EXTRACT.

           READ BUREAU-EXT-FILE
           IF WS-EXT-FILE-STATUS = '00'
               ADD 1 TO WS-EXT-RECS-SHIPPED
               ADD BUR-CURR-BAL TO WS-EXT-BAL-TOTAL
           END-IF.

      *----------------------------------------------------------------*
      *          LOAD-CHECKPOINT / SAVE-CHECKPOINT (shared logic)
      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *            REGISTER-OUTBOUND-FILE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL1PL.

      *----------------------------------------------------------------*
      *   CHECK-DISASTER-RELIEF / ADD-RELIEF-DOLLARS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL3PL.
