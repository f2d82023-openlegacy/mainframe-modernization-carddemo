      ******************************************************************
      * Copybook:    CSUTLUPL
      * Purpose:     Generic back-valued posting procedure logic
      *              against table BACKVAL (layout CVBVL01Y).
      *              BACKVAL-CHECK decides whether a payment or credit
      *              may carry the effective date in WS-BV-EFF-DATE
      *              (YYYY-MM-DD, already format-checked) when posted
      *              on business date WS-BV-BIZ-DATE for an account in
      *              rate group WS-BV-GROUP-ID: spaces or the business
      *              date itself is BV-NOT-BACK-VALUED, a later date
      *              BV-FUTURE-DATE, a date before WS-BV-EARLIEST-DATE
      *              BV-BEYOND-LIMIT, anything else BV-ALLOWED. The
      *              limit is the rate group row in force at the
      *              business date (RATE_GROUP_BACKVAL_DAYS), or the
      *              house limit WS-BV-DEFAULT-LIMIT-DAYS where the
      *              group has no row or the row has no limit; the
      *              earliest allowed date comes back in WS-BV-
      *              EARLIEST-DATE so a caller that clamps rather than
      *              rejects can use it. A failed RATEGRP read is
      *              BV-CHECK-ERROR.
      *              BACKVAL-RECORD writes the pending BACKVAL row that
      *              has CBACT98A credit the interest and late fees
      *              the account was charged between the effective
      *              date and the posting date; set the WS-BV- input
      *              fields first. The SQLCODE comes back in WS-BV-
      *              SQL-STATUS; issues no COMMIT / ROLLBACK - the row
      *              belongs to the posting's unit of work. Requires
      *              the fields declared in copybooks CSUTLUWY and
      *              CVBVL01Y in the calling program's WORKING-STORAGE.
      ******************************************************************
       BACKVAL-CHECK.
           SET BV-ALLOWED TO TRUE
           MOVE WS-BV-DEFAULT-LIMIT-DAYS TO WS-BV-LIMIT-DAYS
           MOVE SPACES TO WS-BV-EARLIEST-DATE

           IF WS-BV-EFF-DATE = SPACES
           OR WS-BV-EFF-DATE = WS-BV-BIZ-DATE
               SET BV-NOT-BACK-VALUED TO TRUE
               GO TO BACKVAL-CHECK-EXIT
           END-IF

           IF WS-BV-EFF-DATE > WS-BV-BIZ-DATE
               SET BV-FUTURE-DATE TO TRUE
               GO TO BACKVAL-CHECK-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(RATE_GROUP_BACKVAL_DAYS,
                               :WS-BV-DEFAULT-LIMIT-DAYS)
               INTO :WS-BV-RATE-LIMIT-DAYS
               FROM RATEGRP
               WHERE RATE_GROUP_ID = :WS-BV-GROUP-ID
               AND   RATE_GROUP_EFF_DATE <= :WS-BV-BIZ-DATE
               ORDER BY RATE_GROUP_EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE TO WS-BV-SQL-STATUS

           EVALUATE WS-BV-SQL-STATUS
               WHEN 0
                   MOVE WS-BV-RATE-LIMIT-DAYS TO WS-BV-LIMIT-DAYS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET BV-CHECK-ERROR TO TRUE
                   DISPLAY 'ERROR READING RATEGRP FOR BACK-VALUE '
                           'LIMIT - SQLCODE: ' WS-BV-SQL-STATUS
                   GO TO BACKVAL-CHECK-EXIT
           END-EVALUATE

           STRING WS-BV-BIZ-DATE(1:4)
                  WS-BV-BIZ-DATE(6:2)
                  WS-BV-BIZ-DATE(9:2)
             DELIMITED BY SIZE
             INTO WS-BV-BIZ-YYYYMMDD
           END-STRING

           COMPUTE WS-BV-EARLY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BV-BIZ-YYYYMMDD)
               - WS-BV-LIMIT-DAYS
           COMPUTE WS-BV-EARLY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-BV-EARLY-INT)

           STRING WS-BV-EARLY-YYYYMMDD(1:4) '-'
                  WS-BV-EARLY-YYYYMMDD(5:2) '-'
                  WS-BV-EARLY-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO WS-BV-EARLIEST-DATE
           END-STRING

           IF WS-BV-EFF-DATE < WS-BV-EARLIEST-DATE
               SET BV-BEYOND-LIMIT TO TRUE
           END-IF
           .
       BACKVAL-CHECK-EXIT.
           EXIT.

       BACKVAL-RECORD.
           MOVE WS-BV-TRAN-ID     TO BVL-TRAN-ID
           MOVE WS-BV-ACCT-ID     TO BVL-ACCT-ID
           MOVE WS-BV-CREDIT-AMT  TO BVL-CREDIT-AMT
           MOVE WS-BV-EFF-DATE    TO BVL-EFF-DATE
           MOVE WS-BV-POST-DATE   TO BVL-POST-DATE
           MOVE WS-BV-SOURCE-PGM  TO BVL-SOURCE-PGM
           MOVE WS-BV-USER-ID     TO BVL-USER-ID
           SET BVL-STATUS-PENDING TO TRUE

           EXEC SQL
               INSERT INTO BACKVAL
               (BVL_TRAN_ID, BVL_ACCT_ID, BVL_CREDIT_AMT,
                BVL_EFF_DATE, BVL_POST_DATE, BVL_SOURCE_PGM,
                BVL_USER_ID, BVL_STATUS, BVL_DAYS_CORRECTED,
                BVL_INT_ADJ_AMT, BVL_FEE_REV_AMT, BVL_PROCESS_DATE,
                BVL_CREATE_TS)
               VALUES
               (:BVL-TRAN-ID, :BVL-ACCT-ID, :BVL-CREDIT-AMT,
                :BVL-EFF-DATE, :BVL-POST-DATE, :BVL-SOURCE-PGM,
                :BVL-USER-ID, :BVL-STATUS, 0, 0, 0, ' ',
                CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE TO WS-BV-SQL-STATUS

           IF WS-BV-SQL-STATUS NOT = 0
               DISPLAY 'ERROR INSERTING BACKVAL FOR TRAN '
                       WS-BV-TRAN-ID ' - SQLCODE: ' WS-BV-SQL-STATUS
           END-IF
           .
       BACKVAL-RECORD-EXIT.
           EXIT.
