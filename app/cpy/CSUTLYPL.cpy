      ******************************************************************
      * Copybook:    CSUTLYPL
      * Purpose:     Sanctions screening procedure logic. Answers "may
      *              this merchant be paid at all" before a card
      *              transaction is approved or posted:
      *              - the merchant's country is on SANCCTRY (active),
      *                either as a whole country or as a region row
      *                naming the merchant's city;
      *              - the merchant's name is on WATCHLST - an entity
      *                entry (blank first name) matches a merchant
      *                name that starts with it; a person entry
      *                matches a merchant trading under exactly that
      *                first and last name.
      *              Country is screened first. Anything but SCR-NO-
      *              HIT means stop the transaction and queue it for
      *              compliance (SANCHIT); a failed read returns
      *              SCR-CHECK-ERROR with WS-SCR-MSG so the caller
      *              stops rather than let it through unscreened.
      *              Reads only; issues no COMMIT/ROLLBACK.
      *              Requires the fields declared in copybook CSUTLYWY
      *              in the calling program's WORKING-STORAGE.
      ******************************************************************
       SCREEN-SANCTIONS.
           SET SCR-NO-HIT TO TRUE
           MOVE SPACES TO WS-SCR-MATCH-ENTRY
           MOVE SPACES TO WS-SCR-LIST-SOURCE
           MOVE SPACES TO WS-SCR-MSG

           IF WS-SCR-COUNTRY-CD = LOW-VALUES
               MOVE SPACES TO WS-SCR-COUNTRY-CD
           END-IF
           IF WS-SCR-MERCH-CITY = LOW-VALUES
               MOVE SPACES TO WS-SCR-MERCH-CITY
           END-IF
           IF WS-SCR-MERCH-NAME = LOW-VALUES
               MOVE SPACES TO WS-SCR-MERCH-NAME
           END-IF

           IF WS-SCR-COUNTRY-CD = SPACES
               GO TO SCREEN-SANCTIONS-NAME
           END-IF

      *    A whole-country row sorts ahead of a region row.
           EXEC SQL
               SELECT SCC_REGION_NAME, SCC_LIST_SOURCE
               INTO :WS-SCR-REGION-NAME, :WS-SCR-LIST-SOURCE
               FROM SANCCTRY
               WHERE SCC_COUNTRY_CD  = :WS-SCR-COUNTRY-CD
               AND   SCC_ACTIVE_FLAG = 'Y'
               AND  (SCC_REGION_NAME = ' '
                OR   SCC_REGION_NAME = UPPER(:WS-SCR-MERCH-CITY))
               ORDER BY SCC_REGION_NAME
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE TO WS-SCR-SQL-STATUS
           EVALUATE WS-SCR-SQL-STATUS
               WHEN 0
                   SET SCR-COUNTRY-HIT TO TRUE
                   IF WS-SCR-REGION-NAME = SPACES
                       STRING 'COUNTRY ' WS-SCR-COUNTRY-CD
                              DELIMITED BY SIZE
                         INTO WS-SCR-MATCH-ENTRY
                   ELSE
                       STRING WS-SCR-COUNTRY-CD ' REGION '
                              WS-SCR-REGION-NAME
                              DELIMITED BY SIZE
                         INTO WS-SCR-MATCH-ENTRY
                   END-IF
                   MOVE 'Merchant country is under sanctions'
                     TO WS-SCR-MSG
                   GO TO SCREEN-SANCTIONS-EXIT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   GO TO SCREEN-SANCTIONS-ERROR
           END-EVALUATE
           .
       SCREEN-SANCTIONS-NAME.
           IF WS-SCR-MERCH-NAME = SPACES
               GO TO SCREEN-SANCTIONS-EXIT
           END-IF

           EXEC SQL
               SELECT WL_FIRST_NAME, WL_LAST_NAME, WL_LIST_SOURCE
               INTO :WS-SCR-WL-FIRST-NAME, :WS-SCR-WL-LAST-NAME,
                    :WS-SCR-LIST-SOURCE
               FROM WATCHLST
               WHERE WL_LAST_NAME <> ' '
               AND ((WL_FIRST_NAME = ' '
                 AND LOCATE(RTRIM(UPPER(WL_LAST_NAME)),
                            UPPER(:WS-SCR-MERCH-NAME)) = 1)
                OR  (WL_FIRST_NAME <> ' '
                 AND UPPER(:WS-SCR-MERCH-NAME) =
                     UPPER(RTRIM(WL_FIRST_NAME) CONCAT ' '
                           CONCAT RTRIM(WL_LAST_NAME))))
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE TO WS-SCR-SQL-STATUS
           EVALUATE WS-SCR-SQL-STATUS
               WHEN 0
                   SET SCR-NAME-HIT TO TRUE
                   IF WS-SCR-WL-FIRST-NAME = SPACES
                       MOVE WS-SCR-WL-LAST-NAME TO WS-SCR-MATCH-ENTRY
                   ELSE
                       STRING FUNCTION TRIM(WS-SCR-WL-FIRST-NAME) ' '
                              FUNCTION TRIM(WS-SCR-WL-LAST-NAME)
                              DELIMITED BY SIZE
                         INTO WS-SCR-MATCH-ENTRY
                   END-IF
                   MOVE 'Merchant name matches the watchlist'
                     TO WS-SCR-MSG
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   GO TO SCREEN-SANCTIONS-ERROR
           END-EVALUATE
           GO TO SCREEN-SANCTIONS-EXIT
           .
       SCREEN-SANCTIONS-ERROR.
           SET SCR-CHECK-ERROR TO TRUE
           MOVE 'SCREENING UNAVAILABLE' TO WS-SCR-MATCH-ENTRY
           MOVE WS-SCR-SQL-STATUS TO WS-SCR-SQLCODE-DISPLAY
           STRING 'Unable to complete sanctions screen - SQLCODE: '
                  DELIMITED BY SIZE
                  WS-SCR-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-SCR-MSG
           .
       SCREEN-SANCTIONS-EXIT.
           EXIT.
