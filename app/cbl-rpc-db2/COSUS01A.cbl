      *              edit-and-post path (so a repost passes exactly    *
      *              the edits a keyed transaction would), or writes   *
      *              an item off with a supervisor reason code.        *
      *              A repost is sanctions-screened first: an item     *
      *              suspended as SANC waits for compliance to clear   *
      *              its SANCHIT hit, and any other item whose         *
      *              merchant now fails the screen is turned into a    *
      *              SANC item and queued instead of posting.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSUS01A.
         88 RPC-RESP-REPOST-REJECTED             VALUE 5.
         88 RPC-RESP-EMPTY-WO-REASON             VALUE 6.
         88 RPC-RESP-WRITE-ERROR                 VALUE 7.
         88 RPC-RESP-SANCTIONS-HOLD              VALUE 8.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
       01 HOST-REPOST-TRAN-ID          PIC X(16).
       01 HOST-WO-REASON               PIC X(50).

      * Sanctions screening on repost
       01 HOST-SNH-CLEARED-COUNT       PIC S9(04) COMP.
       01 HOST-SCR-MERCH-ID            PIC S9(09) COMP.
       01 HOST-SCR-MERCH-ROW.
         05 HOST-SCR-MERCH-NAME        PIC X(50).
         05 HOST-SCR-MERCH-CITY        PIC X(50).
         05 HOST-SCR-MERCH-COUNTRY     PIC X(03).
       01 HOST-SCR-CARD-NUM            PIC X(16).

       01 WS-WORK-FIELDS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-SCR-MERCH-ID-N          PIC 9(09) VALUE ZEROS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
      *      COTRN02A's commarea)
             10 WS-TRN-ORIG-CURR-CD     PIC X(03).
             10 WS-TRN-ORIG-AMT         PIC X(12).
             10 WS-TRN-USER-ID          PIC X(08).
      *      Effective date - spaces posts the item effective
      *      the day it is keyed (see COTRN02A's commarea)
             10 WS-TRN-EFF-DT           PIC X(10).
          05 WS-TRN-OUTPUT-PARMS.
             10 WS-TRN-RESP-CODE        PIC S9(04) COMP.
             10 WS-TRN-RESP-MSG         PIC X(80).
             10 WS-TRN-OUT-TRAN-ID      PIC X(16).
             10 WS-TRN-OUT-MEMO-POSTED  PIC X(01).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
       END-EXEC.

       COPY CVSUS01Y.
       COPY CVSAN02Y.

      * Sanctions screening - see CSUTLYPL.
       01 WS-SANCTIONS-FIELDS.
       COPY CSUTLYWY.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
             10 LK-IN-TRAN-AMT          PIC X(12).
             10 LK-IN-MERCH-ID          PIC X(09).
             10 LK-IN-WO-REASON         PIC X(50).
      *      Signed-on user - a repost carries it to COTRN02A for
      *      the staff-conflict check
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
                          SUSP_TRAN_AMT, SUSP_TRAN_ORIG_DT,
                          SUSP_MERCH_ID, SUSP_MERCH_NAME,
                          SUSP_MERCH_CITY, SUSP_MERCH_ZIP,
                          SUSP_TRAN_DESC,
                          COALESCE(SUSP_MERCH_COUNTRY_CD, ' ')
                   INTO :HOST-SUSP-REASON-CD, :HOST-SUSP-STATUS,
                        :SUSP-CARD-NUM, :SUSP-TRAN-TYPE-CD,
                        :SUSP-TRAN-CAT-CD, :SUSP-TRAN-AMT,
                        :SUSP-TRAN-ORIG-DT, :SUSP-MERCH-ID,
                        :SUSP-MERCH-NAME, :SUSP-MERCH-CITY,
                        :SUSP-MERCH-ZIP, :SUSP-TRAN-DESC,
                        :SUSP-MERCH-COUNTRY-CD
                   FROM SUSPENSE
                   WHERE SUSP_ID = :HOST-SUSP-ID
               END-EXEC

           IF RPC-RESP-OK
               PERFORM 3100-BUILD-REPOST-COMMAREA
               PERFORM 3150-SCREEN-REPOST
                  THRU 3150-SCREEN-REPOST-EXIT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3200-LINK-TRANSACTION-ADD
           END-IF

           MOVE SUSP-MERCH-CITY   TO WS-TRN-MERCH-CITY
           MOVE SUSP-MERCH-ZIP    TO WS-TRN-MERCH-ZIP
           MOVE 'Y'               TO WS-TRN-CONFIRM
           MOVE LK-IN-USER-ID     TO WS-TRN-USER-ID
      *    A released item posts current-dated - the day it is
      *    repaired, not back-valued to the day it was received.
           MOVE SPACES TO WS-TRN-EFF-DT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
             DELIMITED BY SIZE
             INTO WS-TRN-TRAN-PROC-DT.

      *----------------------------------------------------------------*
      *                    3150-SCREEN-REPOST
      * The transaction add path does not screen, so the repost
      * must. A SANC item posts only once compliance has cleared
      * its hit as a false positive - it is not screened again, or
      * the same list entry would stop it for ever. Any other item
      * is screened on the merchant it will now post against (the
      * operator may have corrected the merchant ID); a hit turns
      * it into a SANC item queued for compliance.
      *----------------------------------------------------------------*
       3150-SCREEN-REPOST.

           IF HOST-SUSP-REASON-CD = 'SANC'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-SNH-CLEARED-COUNT
                   FROM SANCHIT
                   WHERE SNH_SUSP_ID = :HOST-SUSP-ID
                   AND   SNH_REVIEW_STATUS = 'C'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET RPC-RESP-WRITE-ERROR TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       STRING 'Unable to read SANCHIT - SQLCODE: '
                              DELIMITED BY SIZE
                              WS-SQLCODE-DISPLAY
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   WHEN HOST-SNH-CLEARED-COUNT = 0
                       SET RPC-RESP-SANCTIONS-HOLD TO TRUE
                       MOVE 'Item is held for compliance review - it
      -                    ' cannot be reposted yet...' TO WS-RESP-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 3150-SCREEN-REPOST-EXIT
           END-IF

           MOVE SPACES TO HOST-SCR-MERCH-ROW
           MOVE ZEROS TO HOST-SCR-MERCH-ID
           IF WS-TRN-MERCH-ID IS NUMERIC
               MOVE WS-TRN-MERCH-ID TO WS-SCR-MERCH-ID-N
               MOVE WS-SCR-MERCH-ID-N TO HOST-SCR-MERCH-ID
               EXEC SQL
                   SELECT MERCH_NAME, MERCH_CITY,
                          COALESCE(MERCH_COUNTRY_CD, ' ')
                   INTO :HOST-SCR-MERCH-NAME, :HOST-SCR-MERCH-CITY,
                        :HOST-SCR-MERCH-COUNTRY
                   FROM MERCHANT
                   WHERE MERCH_ID = :HOST-SCR-MERCH-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO HOST-SCR-MERCH-ROW
               END-IF
           END-IF

      *    A corrected merchant ID is screened as that merchant;
      *    otherwise as the network reported it, with the master
      *    filling any gap - the same rule the clearing run applies.
           IF WS-TRN-MERCH-ID NOT = SUSP-MERCH-ID
              OR SUSP-MERCH-NAME = SPACES
               MOVE HOST-SCR-MERCH-NAME TO WS-SCR-MERCH-NAME
               MOVE HOST-SCR-MERCH-CITY TO WS-SCR-MERCH-CITY
               MOVE HOST-SCR-MERCH-COUNTRY TO WS-SCR-COUNTRY-CD
           ELSE
               MOVE SUSP-MERCH-NAME TO WS-SCR-MERCH-NAME
               MOVE SUSP-MERCH-CITY TO WS-SCR-MERCH-CITY
               IF SUSP-MERCH-COUNTRY-CD = SPACES
                   MOVE HOST-SCR-MERCH-COUNTRY TO WS-SCR-COUNTRY-CD
               ELSE
                   MOVE SUSP-MERCH-COUNTRY-CD TO WS-SCR-COUNTRY-CD
               END-IF
           END-IF

           PERFORM SCREEN-SANCTIONS THRU SCREEN-SANCTIONS-EXIT

           IF NOT SCR-NO-HIT
               PERFORM 3160-HOLD-FOR-SANCTIONS
           END-IF.
       3150-SCREEN-REPOST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  3160-HOLD-FOR-SANCTIONS
      * The item stays open, re-reasoned SANC, with its SANCHIT row
      * in the same unit of work.
      *----------------------------------------------------------------*
       3160-HOLD-FOR-SANCTIONS.

           MOVE WS-TRN-CARD-NUM TO HOST-SCR-CARD-NUM
           MOVE ZEROS TO SNH-ACCT-ID
           EXEC SQL
               SELECT XREF_ACCT_ID
               INTO :SNH-ACCT-ID
               FROM CXACAIX
               WHERE XREF_CARD_NUM = :HOST-SCR-CARD-NUM
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO SNH-ACCT-ID
           END-IF

           MOVE ZEROS TO SNH-TRAN-AMT
           IF WS-TRN-TRAN-AMT(2:8) IS NUMERIC
              AND WS-TRN-TRAN-AMT(11:2) IS NUMERIC
               COMPUTE SNH-TRAN-AMT =
                   FUNCTION NUMVAL-C(WS-TRN-TRAN-AMT)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO SNH-CREATE-TS

           SET SNH-SOURCE-CLEARING   TO TRUE
           MOVE WS-SCR-RESULT        TO SNH-HIT-TYPE
           MOVE HOST-SCR-CARD-NUM    TO SNH-CARD-NUM
           MOVE HOST-SCR-MERCH-ID    TO SNH-MERCH-ID
           MOVE WS-SCR-MERCH-NAME    TO SNH-MERCH-NAME
           MOVE WS-SCR-MERCH-CITY    TO SNH-MERCH-CITY
           MOVE WS-SCR-COUNTRY-CD    TO SNH-MERCH-COUNTRY-CD
           MOVE WS-SCR-MATCH-ENTRY   TO SNH-MATCH-ENTRY
           MOVE WS-SCR-LIST-SOURCE   TO SNH-LIST-SOURCE
           SET SNH-SUSPENDED         TO TRUE
           MOVE HOST-SUSP-ID         TO SNH-SUSP-ID

           EXEC SQL
               UPDATE SUSPENSE
               SET SUSP_REASON_CD = 'SANC'
               WHERE SUSP_ID = :HOST-SUSP-ID
               AND   SUSP_STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO SANCHIT
                   (SNH_HIT_ID, SNH_SOURCE, SNH_HIT_TYPE,
                    SNH_CARD_NUM, SNH_ACCT_ID, SNH_MERCH_ID,
                    SNH_MERCH_NAME, SNH_MERCH_CITY,
                    SNH_MERCH_COUNTRY_CD, SNH_TRAN_AMT,
                    SNH_MATCH_ENTRY, SNH_LIST_SOURCE,
                    SNH_DISPOSITION, SNH_AUTH_ID, SNH_SUSP_ID,
                    SNH_REVIEW_STATUS, SNH_REVIEWER_ID,
                    SNH_REVIEW_TS, SNH_CREATE_TS)
                   VALUES
                   (NEXT VALUE FOR SNH_HIT_ID_SEQ, :SNH-SOURCE,
                    :SNH-HIT-TYPE, :SNH-CARD-NUM, :SNH-ACCT-ID,
                    :SNH-MERCH-ID, :SNH-MERCH-NAME,
                    :SNH-MERCH-CITY, :SNH-MERCH-COUNTRY-CD,
                    :SNH-TRAN-AMT, :SNH-MATCH-ENTRY,
                    :SNH-LIST-SOURCE, :SNH-DISPOSITION, 0,
                    :SNH-SUSP-ID, 'P', ' ', ' ', :SNH-CREATE-TS)
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   SET RPC-RESP-SANCTIONS-HOLD TO TRUE
                   MOVE 'Merchant fails the sanctions screen - item
      -                ' held for compliance review...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to hold item - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   3200-LINK-TRANSACTION-ADD
      *----------------------------------------------------------------*
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *          SCREEN-SANCTIONS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLYPL.
