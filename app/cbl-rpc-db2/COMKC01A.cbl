      *              here, in the same unit of work as the pending-   *
      *              row close-out and the SEC_AUDIT_LOG row that     *
      *              carries both identities. The maker cannot       *
      *              approve their own change. An approved FEEREV     *
      *              reversal is posted by COFRV01A against the       *
      *              checker's own dollar authority. A BULKACCT       *
      *              batch is approved as a whole: approval releases  *
      *              its staged rows and CBBAM01A applies them.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMKC01A.
          05 WS-CRD-INPUT-CARD.
             10 WS-CRD-IN-CARD-NUM      PIC X(16).
             10 WS-CRD-IN-ACCT-ID       PIC X(11).
             10 WS-CRD-IN-CARD-NAME     PIC X(50).
             10 WS-CRD-IN-EXPIRY-YEAR   PIC X(04).
             10 WS-CRD-IN-EXPIRY-MONTH  PIC X(02).
             10 WS-CRD-IN-SUPV-OVERRIDE PIC X(01).
             10 WS-CRD-IN-USER-ID       PIC X(08).
             10 WS-CRD-IN-APPROVED-APPLY PIC X(01).
             10 WS-CRD-IN-BANK-INITIATED PIC X(01).
          05 WS-CRD-OUTPUT-STATUS.
             10 WS-CRD-OUT-RETURN-CODE  PIC 9(02).
             10 WS-CRD-OUT-MESSAGE      PIC X(80).
          05 WS-CRD-OUTPUT-CARD.
             10 WS-CRD-OUT-CARD-NUM     PIC X(16).
             10 WS-CRD-OUT-ACCT-ID      PIC X(11).
             10 WS-CRD-OUT-CARD-NAME    PIC X(50).
             10 WS-CRD-OUT-EXPIRY-YEAR  PIC X(04).
             10 WS-CRD-OUT-EXPIRY-MONTH PIC X(02).
             10 WS-CRD-OUT-EXPIRY-DAY   PIC X(02).
             10 WS-CRD-OUT-CARD-STATUS  PIC X(01).

      *----------------------------------------------------------------*
      *     Commarea passed on the LINK to the fee and interest
      *     reversal service COFRV01A (the leading part of its
      *     DFHCOMMAREA layout) - an approved FEEREV reversal is
      *     posted there, inside this unit of work, so the charge
      *     edits and the approver's authority are checked again
      *     at the moment it posts.
      *----------------------------------------------------------------*
       01 WS-FRV-COMMAREA.
          05 WS-FRV-INPUT-PARMS.
             10 WS-FRV-IN-OPERATION     PIC X(01).
             10 WS-FRV-IN-ACCT-ID       PIC X(11).
             10 WS-FRV-IN-TRAN-ID       PIC X(16).
             10 WS-FRV-IN-REV-AMT       PIC X(12).
             10 WS-FRV-IN-REASON-CD     PIC X(02).
             10 WS-FRV-IN-USER-ID       PIC X(08).
             10 WS-FRV-IN-APPROVED-APPLY PIC X(01).
             10 WS-FRV-IN-MAKER-ID      PIC X(08).
             10 WS-FRV-IN-CHG-ID        PIC 9(18).
          05 WS-FRV-OUTPUT-PARMS.
             10 WS-FRV-RESP-CODE        PIC S9(04) COMP.
             10 WS-FRV-RESP-MSG         PIC X(80).
             10 WS-FRV-OUT-REV-TRAN-ID  PIC X(16).
             10 WS-FRV-OUT-CHG-ID       PIC 9(18).
             10 WS-FRV-OUT-GOODWILL-12M PIC S9(04).
             10 WS-FRV-OUT-AUTH-LIMIT   PIC S9(07)V99.
             10 WS-FRV-OUT-AUTH-UNLIMITED PIC X(01).
             10 WS-FRV-OUT-CHG-COUNT    PIC S9(04) COMP.
       01 WS-FRV-AMT-EDIT               PIC Z(8)9.99.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
                       PERFORM 4200-APPLY-MERCHANT-UPDATE
                   WHEN 'CARDUPD'
                       PERFORM 4250-APPLY-CARD-UPDATE
                   WHEN 'FEEREV'
                       PERFORM 4260-APPLY-FEE-REVERSAL
                   WHEN 'BULKACCT'
                       PERFORM 4270-RELEASE-BULK-BATCH
                   WHEN OTHER
                       SET RPC-RESP-UNKNOWN-FUNCTION TO TRUE
                       MOVE 'Unknown function on pending change...'
               SET MERCH_NAME = :HOST-PDC-TXT1,
                   MERCH_CITY = :HOST-PDC-TXT2,
                   MERCH_ZIP  = :HOST-PDC-TXT3,
                   MERCH_MCC_CD = :HOST-MERCH-MCC-CD,
                   MERCH_COUNTRY_CD =
                       CASE WHEN :HOST-PDC-DATE = ' '
                            THEN MERCH_COUNTRY_CD
                            ELSE SUBSTR(:HOST-PDC-DATE, 1, 3)
                       END
               WHERE MERCH_ID = :HOST-MERCH-ID
           END-EXEC

           MOVE 'U' TO WS-CRD-OPERATION
           MOVE HOST-PDC-KEY TO WS-CRD-IN-CARD-NUM
           MOVE HOST-PDC-TXT2(1:11) TO WS-CRD-IN-ACCT-ID
           MOVE HOST-PDC-TXT1 TO WS-CRD-IN-CARD-NAME
           MOVE HOST-PDC-DATE(1:4) TO WS-CRD-IN-EXPIRY-YEAR
           MOVE HOST-PDC-DATE(6:2) TO WS-CRD-IN-EXPIRY-MONTH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   4260-APPLY-FEE-REVERSAL
      * Applied by LINKing to COFRV01A with the approved-apply flag,
      * the maker and the change id - it posts the reversal and its
      * FEEREV row without committing, or refuses when the charge
      * has changed since it was queued or the amount is above this
      * checker's own authority.
      *----------------------------------------------------------------*
       4260-APPLY-FEE-REVERSAL.

           MOVE LOW-VALUES TO WS-FRV-COMMAREA
           MOVE 'R' TO WS-FRV-IN-OPERATION
           MOVE HOST-PDC-TXT1(1:11) TO WS-FRV-IN-ACCT-ID
           MOVE HOST-PDC-KEY TO WS-FRV-IN-TRAN-ID
           MOVE HOST-PDC-DEC1 TO WS-FRV-AMT-EDIT
           MOVE WS-FRV-AMT-EDIT TO WS-FRV-IN-REV-AMT
           MOVE HOST-PDC-TXT3(1:2) TO WS-FRV-IN-REASON-CD
           MOVE LK-IN-USER-ID TO WS-FRV-IN-USER-ID
           MOVE 'Y' TO WS-FRV-IN-APPROVED-APPLY
           MOVE HOST-PDC-MAKER-ID TO WS-FRV-IN-MAKER-ID
           MOVE HOST-PDC-CHG-ID TO WS-FRV-IN-CHG-ID

           EXEC CICS LINK
                PROGRAM('COFRV01A')
                COMMAREA(WS-FRV-COMMAREA)
                LENGTH(LENGTH OF WS-FRV-COMMAREA)
                RESP(WS-RESP-CD)
           END-EXEC

           IF WS-RESP-CD NOT = ZERO
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE 'Unable to reach the fee reversal service...'
                 TO WS-RESP-MSG
           ELSE
               IF WS-FRV-RESP-CODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE WS-FRV-RESP-MSG TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   4270-RELEASE-BULK-BATCH
      * A bulk account-maintenance batch can run to thousands of
      * accounts - too many for one online unit of work - so the
      * approval releases the batch's staged BULKMNT rows and the
      * nightly CBBAM01A applies them, one unit of work per account,
      * re-editing each against the account and the checker.
      *----------------------------------------------------------------*
       4270-RELEASE-BULK-BATCH.

           EXEC SQL
               UPDATE BULKMNT
               SET BAM_STATUS = 'A'
               WHERE BAM_BATCH_ID = :HOST-PDC-CHG-ID
               AND   BAM_STATUS = 'S'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-SQL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *                     4300-CLOSE-OUT-CHANGE
      *----------------------------------------------------------------*
                     TO WS-RESP-MSG
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   IF HOST-PDC-FUNC-CD = 'BULKACCT'
                       MOVE 'Batch approved - applied by the nightly
      -                    ' bulk maintenance run' TO WS-RESP-MSG
                   ELSE
                       MOVE 'Change approved and applied'
                         TO WS-RESP-MSG
                   END-IF
               END-IF
           END-IF.

