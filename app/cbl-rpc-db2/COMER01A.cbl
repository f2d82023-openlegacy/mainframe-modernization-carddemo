      *              (DUALCTRL), an update is captured on PENDCHG     *
      *              for a second user's approval through COMKC01A    *
      *              instead of hitting the live row directly.        *
      *              The merchant's country code is what the           *
      *              sanctions screen (CSUTLYPL) falls back on when    *
      *              the network sends none.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMER01A.
         88 RPC-RESP-WRITE-ERROR                 VALUE 10.
         88 RPC-RESP-INVALID-MCC                 VALUE 11.
         88 RPC-RESP-PENDING-APPROVAL            VALUE 12.
         88 RPC-RESP-INVALID-COUNTRY             VALUE 13.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
         05 HOST-MERCH-ZIP             PIC X(10).
         05 HOST-MERCH-STATUS          PIC X(01).
         05 HOST-MERCH-MCC-CD          PIC S9(04) COMP.
         05 HOST-MERCH-COUNTRY-CD      PIC X(03).
       01 HOST-DUP-COUNT               PIC S9(04) COMP.
       01 HOST-NAME-FILTER             PIC X(52).

         05 HOST-CURR-CITY             PIC X(50).
         05 HOST-CURR-ZIP              PIC X(10).
         05 HOST-CURR-MCC-CD           PIC S9(04) COMP.
         05 HOST-CURR-COUNTRY-CD       PIC X(03).

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
      *      Maker identity - recorded on the pending change when
      *      the function is under dual control
             10 LK-IN-USER-ID           PIC X(08).
      *      ISO alpha-3 country code; spaces mean domestic on an
      *      add and "leave unchanged" on an update, as for the MCC
             10 LK-IN-MERCH-COUNTRY     PIC X(03).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
                   SET RPC-RESP-INVALID-MCC TO TRUE
                   MOVE 'Merchant MCC must be Numeric...'
                     TO WS-RESP-MSG
               WHEN LK-IN-MERCH-COUNTRY NOT = SPACES AND LOW-VALUES
                AND (LK-IN-MERCH-COUNTRY IS NOT ALPHABETIC-UPPER
                 OR  LK-IN-MERCH-COUNTRY(1:1) = SPACE
                 OR  LK-IN-MERCH-COUNTRY(2:1) = SPACE
                 OR  LK-IN-MERCH-COUNTRY(3:1) = SPACE)
                   SET RPC-RESP-INVALID-COUNTRY TO TRUE
                   MOVE 'Merchant Country must be a 3-letter code...'
                     TO WS-RESP-MSG
               WHEN OTHER
      * Spaces mean unclassified on an add - the screen and older
      * callers that do not carry the MCC still work. On an update
                       COMPUTE HOST-MERCH-MCC-CD =
                           FUNCTION NUMVAL(LK-IN-MERCH-MCC)
                   END-IF
                   IF LK-IN-MERCH-COUNTRY = LOW-VALUES
                       MOVE SPACES TO HOST-MERCH-COUNTRY-CD
                   ELSE
                       MOVE LK-IN-MERCH-COUNTRY TO HOST-MERCH-COUNTRY-CD
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
               EXEC SQL
                   INSERT INTO MERCHANT
                   (MERCH_ID, MERCH_NAME, MERCH_CITY, MERCH_ZIP,
                    MERCH_MCC_CD, MERCH_COUNTRY_CD,
                    MERCH_ACTIVE_STATUS)
                   VALUES
                   (:HOST-MERCH-ID, :HOST-MERCH-NAME,
                    :HOST-MERCH-CITY, :HOST-MERCH-ZIP,
                    :HOST-MERCH-MCC-CD, :HOST-MERCH-COUNTRY-CD, 'Y')
               END-EXEC

               EVALUATE SQLCODE
               PERFORM 3080-KEEP-CURRENT-MCC
           END-IF

      * Likewise the country - a blank must not quietly take a
      * merchant out of the sanctions screen's country check.
           IF RPC-RESP-OK
              AND (LK-IN-MERCH-COUNTRY = SPACES OR LOW-VALUES)
               PERFORM 3090-KEEP-CURRENT-COUNTRY
           END-IF

           IF RPC-RESP-OK AND DUAL-CONTROL-REQUIRED
               PERFORM 3060-CAPTURE-PENDING-UPDATE
           END-IF
                   SET MERCH_NAME = :HOST-MERCH-NAME,
                       MERCH_CITY = :HOST-MERCH-CITY,
                       MERCH_ZIP  = :HOST-MERCH-ZIP,
                       MERCH_MCC_CD = :HOST-MERCH-MCC-CD,
                       MERCH_COUNTRY_CD = :HOST-MERCH-COUNTRY-CD
                   WHERE MERCH_ID = :HOST-MERCH-ID
               END-EXEC


           EXEC SQL
               SELECT MERCH_NAME, MERCH_CITY, MERCH_ZIP,
                      COALESCE(MERCH_MCC_CD, 0),
                      COALESCE(MERCH_COUNTRY_CD, ' ')
               INTO :HOST-CURR-NAME, :HOST-CURR-CITY,
                    :HOST-CURR-ZIP, :HOST-CURR-MCC-CD,
                    :HOST-CURR-COUNTRY-CD
               FROM MERCHANT
               WHERE MERCH_ID = :HOST-MERCH-ID
           END-EXEC
                      ' / ' FUNCTION TRIM(HOST-CURR-CITY)
                      ' / ' HOST-CURR-ZIP
                      ' / MCC ' WS-MCC-IMG
                      ' / ' HOST-CURR-COUNTRY-CD
                 DELIMITED BY SIZE INTO HOST-PDC-BEFORE-IMG
               MOVE HOST-MERCH-MCC-CD TO WS-MCC-IMG
               MOVE SPACES TO HOST-PDC-AFTER-IMG
                      ' / ' FUNCTION TRIM(LK-IN-MERCH-CITY)
                      ' / ' LK-IN-MERCH-ZIP
                      ' / MCC ' WS-MCC-IMG
                      ' / ' HOST-MERCH-COUNTRY-CD
                 DELIMITED BY SIZE INTO HOST-PDC-AFTER-IMG
               PERFORM 3070-INSERT-PENDING-ROW
           END-IF
                PDC_CHECKER_ID, PDC_DECIDE_TS)
               VALUES
               (NEXT VALUE FOR PDC_CHG_ID_SEQ, 'MERCHUPD',
                :HOST-PDC-KEY, :HOST-MERCH-COUNTRY-CD, 0, 0,
                :HOST-MERCH-MCC-CD, :HOST-MERCH-NAME,
                :HOST-MERCH-CITY, :HOST-MERCH-ZIP,
                :HOST-PDC-BEFORE-IMG, :HOST-PDC-AFTER-IMG,
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  3090-KEEP-CURRENT-COUNTRY
      *----------------------------------------------------------------*
       3090-KEEP-CURRENT-COUNTRY.

           EXEC SQL
               SELECT COALESCE(MERCH_COUNTRY_CD, ' ')
               INTO :HOST-MERCH-COUNTRY-CD
               FROM MERCHANT
               WHERE MERCH_ID = :HOST-MERCH-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-MERCHID-NOTFOUND TO TRUE
                   MOVE 'Merchant ID NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read merchant - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      4000-RETIRE-MERCHANT
      *----------------------------------------------------------------*
