000001******************************************************************
      * Program:     COCPP01A                                          *
      * Function:    Common-point-of-purchase review RPC service       *
      * Description: The fraud team's side of the nightly CBACT94A     *
      *              analysis. Lists the open suspected points of     *
      *              compromise (CPPSUSP) most compromised cards      *
      *              first, lists the exposed cards still pending on  *
      *              one point (CPPCARD), and works them: releasing a *
      *              card reissues it through the existing COCRDUPA   *
      *              lost/stolen replacement - new number, CARDUPDT   *
      *              feed to the issuers, cardholder notice and the   *
      *              plastic ordered by CBACT42A - exactly as a       *
      *              CSR-keyed replacement would be. A card can also  *
      *              be dismissed, every pending card on a point      *
      *              released in one go, or the point closed, which   *
      *              dismisses whatever is still pending on it.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCPP01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCPP01A'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.
         05 WS-CNT-EDIT                PIC Z(04)9.
         05 WS-CNT-EDIT-2              PIC Z(04)9.

      * A release-all works at most this many cards per request -
      * the rest stay pending for the next one.
       01 WS-CONSTANTS.
         05 WS-MAX-RELEASE             PIC S9(04) COMP VALUE 50.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-EMPTY-POINTID               VALUE 2.
         88 RPC-RESP-POINTID-NOTFOUND            VALUE 3.
         88 RPC-RESP-EMPTY-CARDNUM               VALUE 4.
         88 RPC-RESP-CARD-NOTFOUND               VALUE 5.
         88 RPC-RESP-ALREADY-WORKED              VALUE 6.
         88 RPC-RESP-NOT-REISSUED                VALUE 7.
         88 RPC-RESP-REISSUE-ERROR               VALUE 8.
         88 RPC-RESP-WRITE-ERROR                 VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-POINT-ID                PIC S9(18) COMP-3.
       01 HOST-CARD-NUM                PIC X(16).
       01 HOST-START-CARD-NUM          PIC X(16).
       01 HOST-NEW-STATUS              PIC X(01).
       01 HOST-NEW-CARD-NUM            PIC X(16).
       01 HOST-USER-ID                 PIC X(08).
       01 HOST-UPDATE-TS               PIC X(26).
       01 HOST-ROW-COUNT               PIC S9(09) COMP.

      *----------------------------------------------------------------*
      *     Commarea passed on the LINK to the card maintenance
      *     service COCRDUPA (its DFHCOMMAREA layout) - the same
      *     lost/stolen replacement workflow a CSR drives, reused to
      *     reissue an exposed card
      *----------------------------------------------------------------*
       01 WS-CRD-COMMAREA.
          05 WS-CRD-OPERATION           PIC X(01).
          05 WS-CRD-INPUT-CARD.
             10 WS-CRD-IN-CARD-NUM      PIC X(16).
             10 WS-CRD-IN-ACCT-ID       PIC X(11).
             10 WS-CRD-IN-CARD-NAME     PIC X(50).
             10 WS-CRD-IN-EXPIRY-YEAR   PIC X(04).
             10 WS-CRD-IN-EXPIRY-MONTH  PIC X(02).
             10 WS-CRD-IN-EXPIRY-DAY    PIC X(02).
             10 WS-CRD-IN-CARD-STATUS   PIC X(01).
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

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-RX                      PIC S9(04) COMP VALUE ZEROS.
         05 WS-RELEASE-COUNT           PIC S9(04) COMP VALUE ZEROS.
         05 WS-REISSUED-COUNT          PIC S9(04) COMP VALUE ZEROS.
         05 WS-REFUSED-COUNT           PIC S9(04) COMP VALUE ZEROS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Pending cards gathered for a release-all before the first
      * LINK - COCRDUPA commits each replacement, which would close
      * an open cursor under us.
       01 WS-RELEASE-TABLE.
         05 WS-REL-CARD-NUM            PIC X(16) OCCURS 50 TIMES.

       01 WS-CARD-CURSOR-FLAG          PIC X(01) VALUE 'N'.
         88 CARD-CURSOR-EOF                       VALUE 'Y'.
         88 CARD-CURSOR-NOT-EOF                   VALUE 'N'.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVCPP01Y.
       COPY CVCPP02Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-LIST-POINTS                 VALUE 'L'.
                88 OP-LIST-CARDS                  VALUE 'C'.
                88 OP-RELEASE-CARD                VALUE 'R'.
                88 OP-RELEASE-ALL                 VALUE 'A'.
                88 OP-DISMISS-CARD                VALUE 'D'.
                88 OP-CLOSE-POINT                 VALUE 'X'.
             10 LK-IN-POINT-ID          PIC X(18).
      *      Card to work; on a card list, the last card of the
      *      previous page (blank for the first page)
             10 LK-IN-CARD-NUM          PIC X(16).
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-NEW-CARD-NUM     PIC X(16).
             10 LK-OUT-REISSUED-COUNT   PIC S9(04) COMP.
             10 LK-OUT-REFUSED-COUNT    PIC S9(04) COMP.
             10 LK-OUT-POINT-COUNT      PIC S9(04) COMP.
             10 LK-OUT-POINT-DATA OCCURS 10 TIMES.
                15 LK-OUT-PT-POINT-ID   PIC 9(18).
                15 LK-OUT-PT-MERCH-ID   PIC 9(09).
                15 LK-OUT-PT-MERCH-NAME PIC X(50).
                15 LK-OUT-PT-FRAUD-CNT  PIC 9(04).
                15 LK-OUT-PT-WIN-START  PIC X(10).
                15 LK-OUT-PT-WIN-END    PIC X(10).
                15 LK-OUT-PT-EXPOSED    PIC 9(09).
                15 LK-OUT-PT-PENDING    PIC 9(09).
             10 LK-OUT-CARD-COUNT       PIC S9(04) COMP.
             10 LK-OUT-CARD-DATA OCCURS 10 TIMES.
                15 LK-OUT-CD-CARD-NUM   PIC X(16).
                15 LK-OUT-CD-ACCT-ID    PIC 9(11).
                15 LK-OUT-CD-LAST-TS    PIC X(26).
                15 LK-OUT-CD-ADDED-DATE PIC X(10).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE SPACES TO LK-OUT-NEW-CARD-NUM
           MOVE ZEROS TO LK-OUT-REISSUED-COUNT
           MOVE ZEROS TO LK-OUT-REFUSED-COUNT
           MOVE ZEROS TO LK-OUT-POINT-COUNT
           MOVE ZEROS TO LK-OUT-CARD-COUNT
           MOVE LK-IN-USER-ID TO HOST-USER-ID

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO HOST-UPDATE-TS

           EVALUATE TRUE
               WHEN OP-LIST-POINTS
                   PERFORM 1000-LIST-POINTS
               WHEN OP-LIST-CARDS
                   PERFORM 2000-LIST-CARDS
               WHEN OP-RELEASE-CARD
                   PERFORM 3000-RELEASE-CARD
               WHEN OP-RELEASE-ALL
                   PERFORM 4000-RELEASE-ALL
               WHEN OP-DISMISS-CARD
                   PERFORM 5000-DISMISS-CARD
               WHEN OP-CLOSE-POINT
                   PERFORM 6000-CLOSE-POINT
               WHEN OTHER
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Invalid operation code' TO WS-RESP-MSG
           END-EVALUATE

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-LIST-POINTS
      * Open points, most compromised cards first, each with the
      * cards still waiting for a decision.
      *----------------------------------------------------------------*
       1000-LIST-POINTS.

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-CPP-PT CURSOR FOR
               SELECT S.CPP_POINT_ID, S.CPP_MERCHANT_ID,
                      S.CPP_MERCHANT_NAME, S.CPP_FRAUD_CARD_CNT,
                      S.CPP_WINDOW_START_TS, S.CPP_WINDOW_END_TS,
                      S.CPP_EXPOSED_CARD_CNT,
                      (SELECT COUNT(*) FROM CPPCARD C
                       WHERE C.CPC_POINT_ID = S.CPP_POINT_ID
                       AND   C.CPC_STATUS = 'P')
               FROM CPPSUSP S
               WHERE S.CPP_STATUS = 'O'
               ORDER BY S.CPP_FRAUD_CARD_CNT DESC, S.CPP_POINT_ID
               FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-CPP-PT
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to open point list - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 1100-FETCH-POINT
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 10

               EXEC SQL
                   CLOSE CUR-CPP-PT
               END-EXEC

               IF WS-LIST-COUNT = 0
                   MOVE 'No open common points of purchase...'
                     TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      1100-FETCH-POINT
      *----------------------------------------------------------------*
       1100-FETCH-POINT.

           EXEC SQL
               FETCH CUR-CPP-PT
               INTO :CPP-POINT-ID, :CPP-MERCHANT-ID,
                    :CPP-MERCHANT-NAME, :CPP-FRAUD-CARD-CNT,
                    :CPP-WINDOW-START-TS, :CPP-WINDOW-END-TS,
                    :CPP-EXPOSED-CARD-CNT, :HOST-ROW-COUNT
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-POINT-COUNT
               MOVE CPP-POINT-ID
                 TO LK-OUT-PT-POINT-ID(WS-LIST-COUNT)
               MOVE CPP-MERCHANT-ID
                 TO LK-OUT-PT-MERCH-ID(WS-LIST-COUNT)
               MOVE CPP-MERCHANT-NAME
                 TO LK-OUT-PT-MERCH-NAME(WS-LIST-COUNT)
               MOVE CPP-FRAUD-CARD-CNT
                 TO LK-OUT-PT-FRAUD-CNT(WS-LIST-COUNT)
               MOVE CPP-WINDOW-START-TS(1:10)
                 TO LK-OUT-PT-WIN-START(WS-LIST-COUNT)
               MOVE CPP-WINDOW-END-TS(1:10)
                 TO LK-OUT-PT-WIN-END(WS-LIST-COUNT)
               MOVE CPP-EXPOSED-CARD-CNT
                 TO LK-OUT-PT-EXPOSED(WS-LIST-COUNT)
               MOVE HOST-ROW-COUNT
                 TO LK-OUT-PT-PENDING(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-LIST-CARDS
      * One page of the cards pending on a point, in card number
      * order after the last card of the previous page.
      *----------------------------------------------------------------*
       2000-LIST-CARDS.

           PERFORM 7000-EDIT-POINT-ID

           IF RPC-RESP-OK
               MOVE ZEROS TO WS-LIST-COUNT
               IF LK-IN-CARD-NUM = SPACES OR LOW-VALUES
                   MOVE SPACES TO HOST-START-CARD-NUM
               ELSE
                   MOVE LK-IN-CARD-NUM TO HOST-START-CARD-NUM
               END-IF

               EXEC SQL
                   DECLARE CUR-CPP-CD CURSOR FOR
                   SELECT CPC_CARD_NUM, CPC_ACCT_ID,
                          CPC_LAST_TRAN_TS, CPC_ADDED_DATE
                   FROM CPPCARD
                   WHERE CPC_POINT_ID = :HOST-POINT-ID
                   AND   CPC_STATUS = 'P'
                   AND   CPC_CARD_NUM > :HOST-START-CARD-NUM
                   ORDER BY CPC_CARD_NUM
                   FETCH FIRST 10 ROWS ONLY
               END-EXEC

               EXEC SQL
                   OPEN CUR-CPP-CD
               END-EXEC

               IF SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to open card list - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               ELSE
                   PERFORM 2100-FETCH-CARD
                       UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 10

                   EXEC SQL
                       CLOSE CUR-CPP-CD
                   END-EXEC

                   IF WS-LIST-COUNT = 0
                       MOVE 'No more pending cards on this point...'
                         TO WS-RESP-MSG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2100-FETCH-CARD
      *----------------------------------------------------------------*
       2100-FETCH-CARD.

           EXEC SQL
               FETCH CUR-CPP-CD
               INTO :CPC-CARD-NUM, :CPC-ACCT-ID,
                    :CPC-LAST-TRAN-TS, :CPC-ADDED-DATE
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-CARD-COUNT
               MOVE CPC-CARD-NUM
                 TO LK-OUT-CD-CARD-NUM(WS-LIST-COUNT)
               MOVE CPC-ACCT-ID
                 TO LK-OUT-CD-ACCT-ID(WS-LIST-COUNT)
               MOVE CPC-LAST-TRAN-TS
                 TO LK-OUT-CD-LAST-TS(WS-LIST-COUNT)
               MOVE CPC-ADDED-DATE
                 TO LK-OUT-CD-ADDED-DATE(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-RELEASE-CARD
      *----------------------------------------------------------------*
       3000-RELEASE-CARD.

           PERFORM 7000-EDIT-POINT-ID

           IF RPC-RESP-OK
               PERFORM 7100-EDIT-PENDING-CARD
           END-IF

           IF RPC-RESP-OK
               PERFORM 3100-REISSUE-ONE-CARD
           END-IF

           IF RPC-RESP-OK
               MOVE HOST-NEW-CARD-NUM TO LK-OUT-NEW-CARD-NUM
               MOVE 1 TO LK-OUT-REISSUED-COUNT
               STRING 'Card reissued - new card ' HOST-NEW-CARD-NUM
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                   3100-REISSUE-ONE-CARD
      * The reissue rides the existing COCRDUPA lost/stolen
      * workflow. A replacement COCRDUPA refuses (account closed,
      * card already replaced or no longer active) takes the card
      * off the pending list as not reissued, with its reason.
      *----------------------------------------------------------------*
       3100-REISSUE-ONE-CARD.

           MOVE LOW-VALUES TO WS-CRD-COMMAREA
           MOVE 'R' TO WS-CRD-OPERATION
           MOVE HOST-CARD-NUM TO WS-CRD-IN-CARD-NUM
           MOVE LK-IN-USER-ID TO WS-CRD-IN-USER-ID
           MOVE 'Y' TO WS-CRD-IN-BANK-INITIATED
           MOVE ZEROS TO WS-CRD-OUT-RETURN-CODE
           MOVE SPACES TO HOST-NEW-CARD-NUM

           EXEC CICS LINK
                PROGRAM('COCRDUPA')
                COMMAREA(WS-CRD-COMMAREA)
                LENGTH(LENGTH OF WS-CRD-COMMAREA)
                RESP(WS-RESP-CD)
                RESP2(WS-REAS-CD)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CD NOT = ZERO
                   SET RPC-RESP-REISSUE-ERROR TO TRUE
                   MOVE 'Error calling card replacement service...'
                     TO WS-RESP-MSG
               WHEN WS-CRD-OUT-RETURN-CODE NOT = ZEROS
                   SET RPC-RESP-NOT-REISSUED TO TRUE
                   MOVE WS-CRD-OUT-MESSAGE TO WS-RESP-MSG
                   MOVE 'X' TO HOST-NEW-STATUS
                   PERFORM 3200-MARK-CARD-WORKED
               WHEN OTHER
                   MOVE WS-CRD-OUT-CARD-NUM TO HOST-NEW-CARD-NUM
                   MOVE 'R' TO HOST-NEW-STATUS
                   PERFORM 3200-MARK-CARD-WORKED
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   3200-MARK-CARD-WORKED
      *----------------------------------------------------------------*
       3200-MARK-CARD-WORKED.

           EXEC SQL
               UPDATE CPPCARD
               SET CPC_STATUS = :HOST-NEW-STATUS,
                   CPC_NEW_CARD_NUM = :HOST-NEW-CARD-NUM,
                   CPC_REVIEW_USER = :HOST-USER-ID,
                   CPC_REVIEW_TS = :HOST-UPDATE-TS
               WHERE CPC_POINT_ID = :HOST-POINT-ID
               AND   CPC_CARD_NUM = :HOST-CARD-NUM
               AND   CPC_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to update review list - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      4000-RELEASE-ALL
      * Every card still pending on the point, up to the per-request
      * limit. A card the replacement workflow refuses does not stop
      * the rest.
      *----------------------------------------------------------------*
       4000-RELEASE-ALL.

           PERFORM 7000-EDIT-POINT-ID

           IF RPC-RESP-OK
               PERFORM 4100-GATHER-PENDING
           END-IF

           IF RPC-RESP-OK
               IF WS-RELEASE-COUNT = 0
                   SET RPC-RESP-CARD-NOTFOUND TO TRUE
                   MOVE 'No pending cards on this point...'
                     TO WS-RESP-MSG
               ELSE
                   MOVE ZEROS TO WS-REISSUED-COUNT
                   MOVE ZEROS TO WS-REFUSED-COUNT
                   PERFORM 4200-RELEASE-GATHERED
                       VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RELEASE-COUNT
                          OR RPC-RESP-REISSUE-ERROR
                          OR RPC-RESP-WRITE-ERROR
                   MOVE WS-REISSUED-COUNT TO LK-OUT-REISSUED-COUNT
                   MOVE WS-REFUSED-COUNT TO LK-OUT-REFUSED-COUNT
                   IF RPC-RESP-OK
                       MOVE WS-REISSUED-COUNT TO WS-CNT-EDIT
                       MOVE WS-REFUSED-COUNT TO WS-CNT-EDIT-2
                       STRING 'Cards reissued:' WS-CNT-EDIT
                              '  not reissued:' WS-CNT-EDIT-2
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   4100-GATHER-PENDING
      *----------------------------------------------------------------*
       4100-GATHER-PENDING.

           MOVE ZEROS TO WS-RELEASE-COUNT
           SET CARD-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-CPP-REL CURSOR FOR
               SELECT CPC_CARD_NUM
               FROM CPPCARD
               WHERE CPC_POINT_ID = :HOST-POINT-ID
               AND   CPC_STATUS = 'P'
               ORDER BY CPC_CARD_NUM
               FETCH FIRST 50 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-CPP-REL
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to read pending cards - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 4110-FETCH-PENDING
                   UNTIL CARD-CURSOR-EOF
                      OR WS-RELEASE-COUNT >= WS-MAX-RELEASE

               EXEC SQL
                   CLOSE CUR-CPP-REL
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                   4110-FETCH-PENDING
      *----------------------------------------------------------------*
       4110-FETCH-PENDING.

           EXEC SQL
               FETCH CUR-CPP-REL
               INTO :CPC-CARD-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE CPC-CARD-NUM
                     TO WS-REL-CARD-NUM(WS-RELEASE-COUNT)
               WHEN 100
                   SET CARD-CURSOR-EOF TO TRUE
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read pending cards - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   SET CARD-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4200-RELEASE-GATHERED
      *----------------------------------------------------------------*
       4200-RELEASE-GATHERED.

           MOVE WS-REL-CARD-NUM(WS-RX) TO HOST-CARD-NUM
           PERFORM 3100-REISSUE-ONE-CARD

           EVALUATE TRUE
               WHEN RPC-RESP-OK
                   ADD 1 TO WS-REISSUED-COUNT
               WHEN RPC-RESP-NOT-REISSUED
                   ADD 1 TO WS-REFUSED-COUNT
                   SET RPC-RESP-OK TO TRUE
                   MOVE SPACES TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      5000-DISMISS-CARD
      *----------------------------------------------------------------*
       5000-DISMISS-CARD.

           PERFORM 7000-EDIT-POINT-ID

           IF RPC-RESP-OK
               PERFORM 7100-EDIT-PENDING-CARD
           END-IF

           IF RPC-RESP-OK
               MOVE 'D' TO HOST-NEW-STATUS
               MOVE SPACES TO HOST-NEW-CARD-NUM
               PERFORM 3200-MARK-CARD-WORKED
           END-IF

           IF RPC-RESP-OK
               MOVE 'Card dismissed from the review list'
                 TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                      6000-CLOSE-POINT
      * Closing a point dismisses what is still pending on it; the
      * nightly analysis reopens it only if more compromised cards
      * turn up there.
      *----------------------------------------------------------------*
       6000-CLOSE-POINT.

           PERFORM 7000-EDIT-POINT-ID

           IF RPC-RESP-OK
               EXEC SQL
                   UPDATE CPPSUSP
                   SET CPP_STATUS = 'C',
                       CPP_CLOSED_BY = :HOST-USER-ID,
                       CPP_CLOSED_TS = :HOST-UPDATE-TS
                   WHERE CPP_POINT_ID = :HOST-POINT-ID
                   AND   CPP_STATUS = 'O'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       SET RPC-RESP-ALREADY-WORKED TO TRUE
                       MOVE 'Point is already closed...'
                         TO WS-RESP-MSG
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to close point - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF

           IF RPC-RESP-OK
               EXEC SQL
                   UPDATE CPPCARD
                   SET CPC_STATUS = 'D',
                       CPC_REVIEW_USER = :HOST-USER-ID,
                       CPC_REVIEW_TS = :HOST-UPDATE-TS
                   WHERE CPC_POINT_ID = :HOST-POINT-ID
                   AND   CPC_STATUS = 'P'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                   WHEN 100
                       EXEC SQL COMMIT END-EXEC
                       MOVE 'Point closed - pending cards dismissed'
                         TO WS-RESP-MSG
                   WHEN OTHER
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to close point - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
               END-EVALUATE
           END-IF

           IF NOT RPC-RESP-OK
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      7000-EDIT-POINT-ID
      *----------------------------------------------------------------*
       7000-EDIT-POINT-ID.

           IF LK-IN-POINT-ID = SPACES OR LOW-VALUES
               SET RPC-RESP-EMPTY-POINTID TO TRUE
               MOVE 'Point ID can NOT be empty...' TO WS-RESP-MSG
           ELSE
               COMPUTE HOST-POINT-ID = FUNCTION NUMVAL(LK-IN-POINT-ID)
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ROW-COUNT
                   FROM CPPSUSP
                   WHERE CPP_POINT_ID = :HOST-POINT-ID
               END-EXEC
               IF SQLCODE NOT = 0 OR HOST-ROW-COUNT = 0
                   SET RPC-RESP-POINTID-NOTFOUND TO TRUE
                   MOVE 'Point ID NOT found...' TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   7100-EDIT-PENDING-CARD
      *----------------------------------------------------------------*
       7100-EDIT-PENDING-CARD.

           IF LK-IN-CARD-NUM = SPACES OR LOW-VALUES
               SET RPC-RESP-EMPTY-CARDNUM TO TRUE
               MOVE 'Card number can NOT be empty...' TO WS-RESP-MSG
           ELSE
               MOVE LK-IN-CARD-NUM TO HOST-CARD-NUM
               EXEC SQL
                   SELECT CPC_STATUS
                   INTO :CPC-STATUS
                   FROM CPPCARD
                   WHERE CPC_POINT_ID = :HOST-POINT-ID
                   AND   CPC_CARD_NUM = :HOST-CARD-NUM
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET RPC-RESP-CARD-NOTFOUND TO TRUE
                       MOVE 'Card is NOT on this point''s review list'
                         TO WS-RESP-MSG
                   WHEN SQLCODE NOT = 0
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to read review list - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   WHEN NOT CPC-STATUS-PENDING
                       SET RPC-RESP-ALREADY-WORKED TO TRUE
                       MOVE 'Card has already been worked...'
                         TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
