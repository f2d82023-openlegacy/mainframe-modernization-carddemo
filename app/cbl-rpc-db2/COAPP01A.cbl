      *              the reason retained; the gray zone between      *
      *              waits for the underwriter queue, worked through  *
      *              the same service. Nobody is created without a    *
      *              decision on paper any more. An offer code quoted *
      *              from a prescreened mailing (MKTOFFER) must be    *
      *              live and unused; the campaign is credited with   *
      *              the response and, on approval, the booking.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAPP01A.
         88 RPC-RESP-APPL-NOT-PENDING            VALUE 5.
         88 RPC-RESP-PROVISION-ERROR             VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-OFFER-INVALID               VALUE 8.

      *----------------------------------------------------------------*
      *     Commarea passed on the LINK to the customer creation
             10 WS-CUS-EFT-ID           PIC X(10).
             10 WS-CUS-PRI-HOLDER       PIC X(01).
             10 WS-CUS-FICO             PIC 9(03).
             10 WS-CUS-LANG-PREF        PIC X(02).
          05 WS-CUS-OUTPUT-STATUS.
             10 WS-CUS-RETURN-CODE      PIC 9(02).
             10 WS-CUS-MESSAGE          PIC X(80).
         05 HOST-APP-CUST-ID           PIC 9(09).
         05 HOST-APP-ACCT-ID           PIC 9(11).
         05 HOST-APP-CREATE-TS         PIC X(26).
         05 HOST-APP-OFFER-CD          PIC X(12).
       01 HOST-APPL-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-AAN-ID-SEQ              PIC S9(18) COMP-3.
      * The quoted offer and its campaign's expiry.
       01 HOST-MKT-OFFER-ROW.
         05 HOST-MKO-STATUS            PIC X(01).
         05 HOST-MKC-EXPIRY-DATE       PIC X(10).
       01 HOST-PRD-ROW.
         05 HOST-PRD-MIN-FICO          PIC S9(04) COMP.
         05 HOST-PRD-REVIEW-FICO       PIC S9(04) COMP.
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-NOW-TS                  PIC X(26).
         05 WS-TODAY-ISO               PIC X(10).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA

       COPY CVAPP01Y.
       COPY CVPRD01Y.
       COPY CVMKT02Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
                88 QUEUE-DECISION-APPROVE         VALUE 'Y'.
                88 QUEUE-DECISION-DECLINE         VALUE 'N'.
             10 LK-IN-DECIDED-BY        PIC X(08).
      *      Prescreened offer code from the mail piece; spaces when
      *      the application is not answering an offer
             10 LK-IN-OFFER-CD          PIC X(12).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-NOW-TS
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO WS-TODAY-ISO
           MOVE SPACES TO HOST-APP-OFFER-CD

           EVALUATE TRUE
               WHEN OP-APPLY
                       FUNCTION NUMVAL-C(LK-IN-MONTHLY-DEBT)
           END-EVALUATE

           IF RPC-RESP-OK
           AND LK-IN-OFFER-CD NOT = SPACES
           AND LK-IN-OFFER-CD NOT = LOW-VALUES
               MOVE LK-IN-OFFER-CD TO HOST-APP-OFFER-CD
               PERFORM 1050-VALIDATE-OFFER
           END-IF

           IF RPC-RESP-OK
               PERFORM 1100-READ-PRODUCT-RULE
           END-IF
               PERFORM 2000-AUTO-DECISION
           END-IF.

      *----------------------------------------------------------------*
      *                      1050-VALIDATE-OFFER
      * A quoted offer code must be on file, not already answered by
      * another application, and inside its campaign's expiry date -
      * the application is refused rather than taken uncredited, so
      * the CSR can correct a mis-keyed code or drop it.
      *----------------------------------------------------------------*
       1050-VALIDATE-OFFER.

           EXEC SQL
               SELECT O.MKO_STATUS, C.MKC_EXPIRY_DATE
               INTO :HOST-MKO-STATUS, :HOST-MKC-EXPIRY-DATE
               FROM MKTOFFER O, MKTCAMP C
               WHERE O.MKO_OFFER_CD = :HOST-APP-OFFER-CD
               AND   C.MKC_CAMPAIGN_ID = O.MKO_CAMPAIGN_ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-OFFER-INVALID TO TRUE
                   MOVE 'Offer code is not on file...' TO WS-RESP-MSG
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read MKTOFFER - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN HOST-MKO-STATUS NOT = 'M'
                   SET RPC-RESP-OFFER-INVALID TO TRUE
                   MOVE 'Offer code has already been used on an
      -                ' application...' TO WS-RESP-MSG
               WHEN HOST-MKC-EXPIRY-DATE < WS-TODAY-ISO
                   SET RPC-RESP-OFFER-INVALID TO TRUE
                   MOVE 'Offer has expired...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      1100-READ-PRODUCT-RULE
      *----------------------------------------------------------------*
                APP_REQUESTED_GROUP_ID, APP_MONTHLY_INCOME,
                APP_MONTHLY_DEBT, APP_STATUS, APP_DECISION_REASON,
                APP_DECIDED_BY, APP_CUST_ID, APP_ACCT_ID,
                APP_CREATE_TS, APP_DECIDE_TS, APP_RULE_MIN_FICO,
                APP_RULE_REVIEW_FICO, APP_OFFER_CD)
               VALUES
               (:HOST-APP-APPL-ID, :LK-IN-FIRST-NAME,
                :LK-IN-LAST-NAME, :LK-IN-ADDR-LINE-1, :LK-IN-CITY,
                DECIMAL(:LK-IN-SSN, 9), :LK-IN-DOB-YYYYMMDD,
                DECIMAL(:LK-IN-FICO, 3), :LK-IN-GROUP-ID,
                :WS-INCOME-N, :WS-DEBT-N, 'P', ' ', ' ',
                0, 0, :HOST-APP-CREATE-TS, ' ', :HOST-PRD-MIN-FICO,
                :HOST-PRD-REVIEW-FICO, :HOST-APP-OFFER-CD)
           END-EXEC

      * The response is credited in the same unit of work; the
      * Mailed-status guard stops two applications racing on one
      * code.
           IF SQLCODE = 0
           AND HOST-APP-OFFER-CD NOT = SPACES
               EXEC SQL
                   UPDATE MKTOFFER
                   SET MKO_STATUS = 'R',
                       MKO_APPL_ID = :HOST-APP-APPL-ID,
                       MKO_RESPONSE_TS = :HOST-APP-CREATE-TS
                   WHERE MKO_OFFER_CD = :HOST-APP-OFFER-CD
                   AND   MKO_STATUS = 'M'
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE HOST-APP-APPL-ID TO LK-OUT-APPL-ID
               WHEN 100
                   SET RPC-RESP-OFFER-INVALID TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Offer code has already been used on an
      -                ' application...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
               WHERE APP_APPL_ID = :HOST-APP-APPL-ID
           END-EXEC

      * An application that answered an offer books it against the
      * campaign with the account just opened.
           IF SQLCODE = 0
           AND HOST-APP-OFFER-CD NOT = SPACES
               EXEC SQL
                   UPDATE MKTOFFER
                   SET MKO_STATUS = 'B',
                       MKO_BOOKED_ACCT_ID = :HOST-APP-ACCT-ID,
                       MKO_BOOKED_TS = :WS-NOW-TS
                   WHERE MKO_OFFER_CD = :HOST-APP-OFFER-CD
                   AND   MKO_APPL_ID = :HOST-APP-APPL-ID
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
               SELECT APP_STATUS, APP_FIRST_NAME, APP_LAST_NAME,
                      APP_ADDR_LINE_1, APP_CITY, APP_STATE_CD,
                      APP_ZIP, APP_SSN, APP_DOB_YYYYMMDD,
                      APP_FICO_SCORE, APP_REQUESTED_GROUP_ID,
                      COALESCE(APP_OFFER_CD, ' ')
               INTO :HOST-APP-STATUS, :HOST-Q-FIRST-NAME,
                    :HOST-Q-LAST-NAME, :HOST-Q-ADDR-LINE-1,
                    :HOST-Q-CITY, :HOST-Q-STATE-CD, :HOST-Q-ZIP,
                    :HOST-Q-SSN, :HOST-Q-DOB, :HOST-Q-FICO,
                    :HOST-Q-GROUP-ID, :HOST-APP-OFFER-CD
               FROM APPLDAT
               WHERE APP_APPL_ID = :HOST-APP-APPL-ID
           END-EXEC
