      ******************************************************************
      * Program:     COTHD01A                                          *
      * Function:    Transaction history download RPC service         *
      * Description: Hands a customer their posted transactions as a  *
      *              file their budgeting software or accountant can  *
      *              import - CSV, or OFX 1.02 (SGML) as read by the  *
      *              common personal-finance packages. Given an       *
      *              account (optionally one card on it), a posting-  *
      *              date range and the format, returns the lines of  *
      *              the file across TRANSACT and TRANSACT_ARCH: date,*
      *              description, merchant, category and amount, with *
      *              the original currency and amount of an FX item.  *
      *              A range too long for one reply is served in      *
      *              pages - the caller passes back the resume key    *
      *              until no more is flagged, and appends the lines  *
      *              in the order received. Every request, served or  *
      *              refused, is logged to TXNDLLOG (CVTDL01Y).       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTHD01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COTHD01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-EMPTY-ACCTID                VALUE 1.
         88 RPC-RESP-INVALID-ACCTID              VALUE 2.
         88 RPC-RESP-ACCTID-NOTFOUND             VALUE 3.
         88 RPC-RESP-CARD-NOT-ON-ACCT            VALUE 4.
         88 RPC-RESP-INVALID-FROM-DATE           VALUE 5.
         88 RPC-RESP-INVALID-TO-DATE             VALUE 6.
         88 RPC-RESP-INVALID-RANGE               VALUE 7.
         88 RPC-RESP-INVALID-FORMAT              VALUE 8.
         88 RPC-RESP-NO-TRANSACTIONS             VALUE 9.
         88 RPC-RESP-READ-ERROR                  VALUE 10.

      * Page size - the reply carries at most this many lines. An OFX
      * transaction takes three lines and one line is held back for
      * the closing tags, so a page never ends part-way through a
      * transaction or without its trailer.
       01 WS-PAGE-CONTROL.
         05 WS-MAX-LINES               PIC S9(04) COMP VALUE 110.
         05 WS-LINES-PER-TRAN          PIC S9(04) COMP VALUE ZEROS.
         05 WS-TRAILER-LINES           PIC S9(04) COMP VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-LINE-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-TRAN-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-TRAN-COUNT-DISP         PIC ZZZ9.
         05 WS-ACCT-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-CARD-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-TRAN-EOF-FLAG           PIC X(01) VALUE 'N'.
           88 TRAN-CURSOR-EOF                     VALUE 'Y'.
           88 TRAN-CURSOR-NOT-EOF                 VALUE 'N'.
         05 WS-PAGE-FULL-FLAG          PIC X(01) VALUE 'N'.
           88 PAGE-FULL                           VALUE 'Y'.
           88 PAGE-NOT-FULL                       VALUE 'N'.
         05 WS-FIRST-PAGE-FLAG         PIC X(01) VALUE 'Y'.
           88 FIRST-PAGE                          VALUE 'Y'.
           88 CONTINUATION-PAGE                   VALUE 'N'.
         05 WS-FX-FLAG                 PIC X(01) VALUE 'N'.
           88 TRAN-IS-FX                          VALUE 'Y'.
           88 TRAN-IS-DOMESTIC                    VALUE 'N'.
         05 WS-AMT-EDIT                PIC -(10)9.99.
         05 WS-ORIG-AMT-EDIT           PIC -(10)9.99.
         05 WS-RATE-EDIT               PIC Z(05)9.999999.
         05 WS-FX-RATE                 PIC S9(06)V9(06) COMP-3.
         05 WS-OFX-AMT                 PIC S9(10)V99 COMP-3.
         05 WS-OFX-TRNTYPE             PIC X(06).
         05 WS-OFX-DTPOSTED            PIC X(08).
         05 WS-OFX-DTUSER              PIC X(08).
         05 WS-OFX-DTSTART             PIC X(08).
         05 WS-OFX-DTEND               PIC X(08).
         05 WS-OFX-DTASOF              PIC X(08).
         05 WS-CURDATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Line assembly - text fields are appended a character at a time
      * so a CSV field can double its quotes and an OFX value can
      * escape its markup characters.
       01 WS-LINE-BUILD.
         05 WS-OUT-LINE                PIC X(256).
         05 WS-OUT-PTR                 PIC S9(04) COMP.
         05 WS-APPEND-TEXT             PIC X(100).
         05 WS-APPEND-LEN              PIC S9(04) COMP.
         05 WS-APPEND-MAX              PIC S9(04) COMP.
         05 WS-APPEND-CX               PIC S9(04) COMP.
         05 WS-APPEND-CHAR             PIC X(01).

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
          05 CSUTLDTC-RESULT.
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-ACCT-CURR-BAL           PIC S9(10)V99 COMP-3.
       01 HOST-CARD-NUM                PIC X(16).
       01 HOST-FROM-TS                 PIC X(26).
       01 HOST-TO-TS                   PIC X(26).
       01 HOST-RESUME-TS               PIC X(26).
       01 HOST-RESUME-TRAN-ID          PIC X(16).
       01 HOST-TDL-REQUEST-ID-SEQ      PIC S9(18) COMP-3.

       01 HOST-DL-TRAN.
         05 HOST-TRAN-ID               PIC X(16).
         05 HOST-TRAN-DESC             PIC X(50).
         05 HOST-TRAN-AMT              PIC S9(10)V99 COMP-3.
         05 HOST-MERCHANT-NAME         PIC X(50).
         05 HOST-CATEGORY-DESC         PIC X(50).
         05 HOST-ORIG-CURR-CD          PIC X(03).
         05 HOST-ORIG-AMT              PIC S9(10)V99 COMP-3.
         05 HOST-TRAN-ORIG-TS          PIC X(26).
         05 HOST-TRAN-PROC-TS          PIC X(26).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVTDL01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      Signed-on user - recorded on the download log
             10 LK-IN-USER-ID           PIC X(08).
             10 LK-IN-ACCT-ID           PIC X(11).
      *      Spaces download every card on the account
             10 LK-IN-CARD-NUM          PIC X(16).
      *      Posting-date range, YYYY-MM-DD, both ends inclusive
             10 LK-IN-FROM-DATE         PIC X(10).
             10 LK-IN-TO-DATE           PIC X(10).
             10 LK-IN-FORMAT            PIC X(03).
                88 DL-FORMAT-CSV                 VALUE 'CSV'.
                88 DL-FORMAT-OFX                 VALUE 'OFX'.
      *      Spaces on the first call; thereafter the LK-OUT-NEXT-
      *      values from the previous reply
             10 LK-IN-RESUME-TS         PIC X(26).
             10 LK-IN-RESUME-TRAN-ID    PIC X(16).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-TRAN-COUNT       PIC S9(04) COMP.
             10 LK-OUT-MORE-FLAG        PIC X(01).
                88 LK-MORE-YES                   VALUE 'Y'.
                88 LK-MORE-NO                    VALUE 'N'.
             10 LK-OUT-NEXT-TS          PIC X(26).
             10 LK-OUT-NEXT-TRAN-ID     PIC X(16).
             10 LK-OUT-LINE-COUNT       PIC S9(04) COMP.
             10 LK-OUT-LINE-DATA OCCURS 0 TO 110 TIMES
                DEPENDING ON LK-OUT-LINE-COUNT.
                15 LK-OUT-LINE-TEXT     PIC X(256).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-TRAN-COUNT
           MOVE ZEROS TO LK-OUT-LINE-COUNT
           SET LK-MORE-NO TO TRUE
           MOVE SPACES TO LK-OUT-NEXT-TS
           MOVE SPACES TO LK-OUT-NEXT-TRAN-ID
           MOVE ZEROS TO HOST-ACCT-ID

           PERFORM 1000-VALIDATE-REQUEST

           IF RPC-RESP-OK
               PERFORM 2000-BUILD-DOWNLOAD
           END-IF

           PERFORM 3000-LOG-DOWNLOAD-REQUEST

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                   1000-VALIDATE-REQUEST
      *----------------------------------------------------------------*
       1000-VALIDATE-REQUEST.

           EVALUATE TRUE
               WHEN LK-IN-ACCT-ID = SPACES OR LOW-VALUES
                   SET RPC-RESP-EMPTY-ACCTID TO TRUE
                   MOVE 'Account ID can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN LK-IN-ACCT-ID IS NOT NUMERIC
                   SET RPC-RESP-INVALID-ACCTID TO TRUE
                   MOVE 'Account ID must be Numeric...'
                     TO WS-RESP-MSG
               WHEN NOT DL-FORMAT-CSV AND NOT DL-FORMAT-OFX
                   SET RPC-RESP-INVALID-FORMAT TO TRUE
                   MOVE 'Format must be CSV or OFX...'
                     TO WS-RESP-MSG
               WHEN LK-IN-FROM-DATE = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-FROM-DATE TO TRUE
                   MOVE 'From date can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN LK-IN-TO-DATE = SPACES OR LOW-VALUES
                   SET RPC-RESP-INVALID-TO-DATE TO TRUE
                   MOVE 'To date can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-ACCT-ID-N =
                       FUNCTION NUMVAL(LK-IN-ACCT-ID)
                   MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
           END-EVALUATE

           IF RPC-RESP-OK
               MOVE LK-IN-FROM-DATE TO CSUTLDTC-DATE
               PERFORM 1100-EDIT-DATE
               IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                  AND CSUTLDTC-RESULT-MSG-NUM NOT = '2513'
                   SET RPC-RESP-INVALID-FROM-DATE TO TRUE
                   MOVE 'From date is not a valid date...'
                     TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               MOVE LK-IN-TO-DATE TO CSUTLDTC-DATE
               PERFORM 1100-EDIT-DATE
               IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                  AND CSUTLDTC-RESULT-MSG-NUM NOT = '2513'
                   SET RPC-RESP-INVALID-TO-DATE TO TRUE
                   MOVE 'To date is not a valid date...'
                     TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               IF LK-IN-FROM-DATE > LK-IN-TO-DATE
                   SET RPC-RESP-INVALID-RANGE TO TRUE
                   MOVE 'From date can NOT be after the to date...'
                     TO WS-RESP-MSG
               END-IF
           END-IF

           IF RPC-RESP-OK
               PERFORM 1200-VERIFY-ACCOUNT-DB2
           END-IF

           IF RPC-RESP-OK
               IF LK-IN-CARD-NUM = SPACES OR LOW-VALUES
                   MOVE SPACES TO HOST-CARD-NUM
               ELSE
                   MOVE LK-IN-CARD-NUM TO HOST-CARD-NUM
                   PERFORM 1300-VERIFY-CARD-DB2
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      1100-EDIT-DATE
      * CSUTLDTC-DATE arrives as YYYY-MM-DD; the date service wants
      * YYYYMMDD.
      *----------------------------------------------------------------*
       1100-EDIT-DATE.

           MOVE CSUTLDTC-DATE(6:2) TO CSUTLDTC-DATE(5:2)
           MOVE CSUTLDTC-DATE(9:2) TO CSUTLDTC-DATE(7:2)
           MOVE SPACES TO CSUTLDTC-DATE(9:2)
           MOVE 'YYYYMMDD' TO CSUTLDTC-DATE-FORMAT
           MOVE SPACES TO CSUTLDTC-RESULT
           CALL 'CSUTLDTL' USING CSUTLDTC-DATE
                                 CSUTLDTC-DATE-FORMAT
                                 CSUTLDTC-RESULT.

      *----------------------------------------------------------------*
      *                   1200-VERIFY-ACCOUNT-DB2
      * The current balance goes on the OFX file as the ledger
      * balance.
      *----------------------------------------------------------------*
       1200-VERIFY-ACCOUNT-DB2.

           EXEC SQL
               SELECT ACCT_CURR_BAL
               INTO   :HOST-ACCT-CURR-BAL
               FROM   ACCTDAT
               WHERE  ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-READ-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    1300-VERIFY-CARD-DB2
      *----------------------------------------------------------------*
       1300-VERIFY-CARD-DB2.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CARD-COUNT
               FROM   CARDDAT
               WHERE  CARD_NUM = :HOST-CARD-NUM
               AND    CARD_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-CARD-COUNT = 0
                       SET RPC-RESP-CARD-NOT-ON-ACCT TO TRUE
                       MOVE 'Card is not on this account...'
                         TO WS-RESP-MSG
                   END-IF
               WHEN OTHER
                   SET RPC-RESP-READ-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to verify card - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2000-BUILD-DOWNLOAD
      *----------------------------------------------------------------*
       2000-BUILD-DOWNLOAD.

           MOVE ZEROS TO WS-LINE-COUNT
           MOVE ZEROS TO WS-TRAN-COUNT
           SET PAGE-NOT-FULL TO TRUE
           SET TRAN-CURSOR-NOT-EOF TO TRUE

           IF DL-FORMAT-OFX
               MOVE 3 TO WS-LINES-PER-TRAN
               MOVE 1 TO WS-TRAILER-LINES
           ELSE
               MOVE 1 TO WS-LINES-PER-TRAN
               MOVE 0 TO WS-TRAILER-LINES
           END-IF

           MOVE SPACES TO HOST-FROM-TS
           STRING LK-IN-FROM-DATE '-00.00.00.000000'
                  DELIMITED BY SIZE
             INTO HOST-FROM-TS
           MOVE SPACES TO HOST-TO-TS
           STRING LK-IN-TO-DATE '-23.59.59.999999'
                  DELIMITED BY SIZE
             INTO HOST-TO-TS

           IF LK-IN-RESUME-TS = SPACES OR LOW-VALUES
               SET FIRST-PAGE TO TRUE
               MOVE SPACES TO HOST-RESUME-TS
               MOVE SPACES TO HOST-RESUME-TRAN-ID
               IF DL-FORMAT-OFX
                   PERFORM 2200-OFX-HEADER
               ELSE
                   PERFORM 2100-CSV-HEADER
               END-IF
           ELSE
               SET CONTINUATION-PAGE TO TRUE
               MOVE LK-IN-RESUME-TS TO HOST-RESUME-TS
               MOVE LK-IN-RESUME-TRAN-ID TO HOST-RESUME-TRAN-ID
           END-IF

           PERFORM 2300-LIST-TRANSACTIONS

           IF RPC-RESP-OK
               IF FIRST-PAGE AND WS-TRAN-COUNT = 0
                   SET RPC-RESP-NO-TRANSACTIONS TO TRUE
                   MOVE 'No posted transactions in that date range...'
                     TO WS-RESP-MSG
                   MOVE ZEROS TO WS-LINE-COUNT
               ELSE
                   IF PAGE-NOT-FULL AND DL-FORMAT-OFX
                       PERFORM 2700-OFX-TRAILER
                   END-IF
                   MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-DISP
                   IF PAGE-FULL
                       SET LK-MORE-YES TO TRUE
                       STRING WS-TRAN-COUNT-DISP
                              ' transactions returned - more to follow'
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   ELSE
                       STRING WS-TRAN-COUNT-DISP
                              ' transactions returned - download'
                              ' complete'
                              DELIMITED BY SIZE
                         INTO WS-RESP-MSG
                   END-IF
               END-IF
           ELSE
               MOVE ZEROS TO WS-LINE-COUNT
               SET LK-MORE-NO TO TRUE
           END-IF

           MOVE WS-TRAN-COUNT TO LK-OUT-TRAN-COUNT
           MOVE WS-LINE-COUNT TO LK-OUT-LINE-COUNT.

      *----------------------------------------------------------------*
      *                     2100-CSV-HEADER
      *----------------------------------------------------------------*
       2100-CSV-HEADER.

           MOVE SPACES TO WS-OUT-LINE
           STRING 'Transaction ID,Transaction Date,Posted Date,'
                  'Description,Merchant,Category,Amount,'
                  'Original Currency,Original Amount'
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
           PERFORM 2900-ADD-LINE.

      *----------------------------------------------------------------*
      *                     2200-OFX-HEADER
      * OFX 1.02 SGML - header block, sign-on response and the opening
      * of the credit card statement. The account is the one asked
      * for even when a single card was; the dates are the range.
      *----------------------------------------------------------------*
       2200-OFX-HEADER.

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-TIME
           MOVE LK-IN-FROM-DATE(1:4) TO WS-OFX-DTSTART(1:4)
           MOVE LK-IN-FROM-DATE(6:2) TO WS-OFX-DTSTART(5:2)
           MOVE LK-IN-FROM-DATE(9:2) TO WS-OFX-DTSTART(7:2)
           MOVE LK-IN-TO-DATE(1:4) TO WS-OFX-DTEND(1:4)
           MOVE LK-IN-TO-DATE(6:2) TO WS-OFX-DTEND(5:2)
           MOVE LK-IN-TO-DATE(9:2) TO WS-OFX-DTEND(7:2)

           MOVE 'OFXHEADER:100' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'DATA:OFXSGML' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'VERSION:102' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'SECURITY:NONE' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'ENCODING:USASCII' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'CHARSET:1252' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'COMPRESSION:NONE' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'OLDFILEUID:NONE' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE 'NEWFILEUID:NONE' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE
           MOVE '<OFX>' TO WS-OUT-LINE
           PERFORM 2900-ADD-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING '<SIGNONMSGSRSV1><SONRS><STATUS><CODE>0'
                  '<SEVERITY>INFO</STATUS><DTSERVER>'
                  WS-CURR-YYYYMMDD WS-CURR-HHMMSS
                  '<LANGUAGE>ENG</SONRS></SIGNONMSGSRSV1>'
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
           PERFORM 2900-ADD-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING '<CREDITCARDMSGSRSV1><CCSTMTTRNRS><TRNUID>0'
                  '<STATUS><CODE>0<SEVERITY>INFO</STATUS>'
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
           PERFORM 2900-ADD-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING '<CCSTMTRS><CURDEF>USD<CCACCTFROM><ACCTID>'
                  WS-ACCT-ID-N '</CCACCTFROM>'
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
           PERFORM 2900-ADD-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING '<BANKTRANLIST><DTSTART>' WS-OFX-DTSTART
                  '<DTEND>' WS-OFX-DTEND
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
           PERFORM 2900-ADD-LINE.

      *----------------------------------------------------------------*
      *                  2300-LIST-TRANSACTIONS
      * Every card on the account (or the one card asked for), live
      * and archived rows alike, posted within the range - in posting
      * order, resuming after the key the previous page ended on.
      * Rows archived before the sweep carried the merchant and FX
      * columns come back with the merchant blank and the billed
      * amount as a USD original.
      *----------------------------------------------------------------*
       2300-LIST-TRANSACTIONS.

           EXEC SQL
               DECLARE CUR-DL-TRAN CURSOR FOR
               SELECT T.TRAN_ID, T.TRAN_DESC, T.TRAN_AMT,
                      COALESCE(T.TRAN_MERCHANT_NAME, ' '),
                      COALESCE(C.TRAN_CAT_TYPE_DESC, ' '),
                      COALESCE(T.TRAN_ORIG_CURR_CD, 'USD'),
                      COALESCE(T.TRAN_ORIG_AMT, T.TRAN_AMT),
                      T.TRAN_ORIG_TS, T.TRAN_PROC_TS
               FROM (SELECT TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD,
                            TRAN_DESC, TRAN_AMT, TRAN_MERCHANT_NAME,
                            TRAN_CARD_NUM, TRAN_ORIG_CURR_CD,
                            TRAN_ORIG_AMT, TRAN_ORIG_TS, TRAN_PROC_TS
                     FROM TRANSACT
                     UNION ALL
                     SELECT TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD,
                            TRAN_DESC, TRAN_AMT, TRAN_MERCHANT_NAME,
                            TRAN_CARD_NUM, TRAN_ORIG_CURR_CD,
                            TRAN_ORIG_AMT, TRAN_ORIG_TS, TRAN_PROC_TS
                     FROM TRANSACT_ARCH) T
               LEFT OUTER JOIN TRANCATG C
                 ON  C.TRAN_TYPE_CD = T.TRAN_TYPE_CD
                 AND C.TRAN_CAT_CD = T.TRAN_CAT_CD
               WHERE T.TRAN_CARD_NUM IN
                     (SELECT CARD_NUM FROM CARDDAT
                      WHERE CARD_ACCT_ID = :HOST-ACCT-ID)
               AND  (:HOST-CARD-NUM = SPACES
                     OR T.TRAN_CARD_NUM = :HOST-CARD-NUM)
               AND   T.TRAN_PROC_TS >= :HOST-FROM-TS
               AND   T.TRAN_PROC_TS <= :HOST-TO-TS
               AND  (T.TRAN_PROC_TS > :HOST-RESUME-TS
                     OR (T.TRAN_PROC_TS = :HOST-RESUME-TS
                         AND T.TRAN_ID > :HOST-RESUME-TRAN-ID))
               ORDER BY T.TRAN_PROC_TS, T.TRAN_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-DL-TRAN
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-READ-ERROR TO TRUE
               MOVE 'Unable to open transaction history...'
                 TO WS-RESP-MSG
               SET TRAN-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2400-FETCH-ONE-TRAN
                   UNTIL TRAN-CURSOR-EOF OR PAGE-FULL

           EXEC SQL
               CLOSE CUR-DL-TRAN
           END-EXEC.

      *----------------------------------------------------------------*
      *                   2400-FETCH-ONE-TRAN
      * A row that will not fit with the trailer still to come ends
      * the page; it is fetched again first thing on the next one,
      * since the resume key is the last row actually placed.
      *----------------------------------------------------------------*
       2400-FETCH-ONE-TRAN.

           EXEC SQL
               FETCH CUR-DL-TRAN
               INTO :HOST-TRAN-ID, :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                    :HOST-MERCHANT-NAME, :HOST-CATEGORY-DESC,
                    :HOST-ORIG-CURR-CD, :HOST-ORIG-AMT,
                    :HOST-TRAN-ORIG-TS, :HOST-TRAN-PROC-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-LINE-COUNT + WS-LINES-PER-TRAN
                      + WS-TRAILER-LINES > WS-MAX-LINES
                       SET PAGE-FULL TO TRUE
                   ELSE
                       PERFORM 2450-FORMAT-ONE-TRAN
                   END-IF
               WHEN 100
                   SET TRAN-CURSOR-EOF TO TRUE
               WHEN OTHER
                   SET RPC-RESP-READ-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to fetch transactions - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
                   SET TRAN-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2450-FORMAT-ONE-TRAN
      * An item is FX when it carries an original currency other than
      * USD; a domestic item leaves the original columns empty.
      *----------------------------------------------------------------*
       2450-FORMAT-ONE-TRAN.

           IF HOST-ORIG-CURR-CD = SPACES OR 'USD'
               SET TRAN-IS-DOMESTIC TO TRUE
           ELSE
               SET TRAN-IS-FX TO TRUE
           END-IF

           MOVE HOST-TRAN-AMT TO WS-AMT-EDIT
           MOVE HOST-ORIG-AMT TO WS-ORIG-AMT-EDIT

           IF DL-FORMAT-OFX
               PERFORM 2600-OFX-TRAN-LINES
           ELSE
               PERFORM 2500-CSV-TRAN-LINE
           END-IF

           ADD 1 TO WS-TRAN-COUNT
           MOVE HOST-TRAN-PROC-TS TO LK-OUT-NEXT-TS
           MOVE HOST-TRAN-ID TO LK-OUT-NEXT-TRAN-ID.

      *----------------------------------------------------------------*
      *                   2500-CSV-TRAN-LINE
      * Text fields are quoted; the amount is as billed - a charge
      * positive, a payment or credit negative.
      *----------------------------------------------------------------*
       2500-CSV-TRAN-LINE.

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING '"' HOST-TRAN-ID '",'
                  HOST-TRAN-ORIG-TS(1:10) ','
                  HOST-TRAN-PROC-TS(1:10) ',"'
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR

           MOVE HOST-TRAN-DESC TO WS-APPEND-TEXT
           MOVE 50 TO WS-APPEND-MAX
           PERFORM 2800-APPEND-TEXT
           STRING '","' DELIMITED BY SIZE
             INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR

           MOVE HOST-MERCHANT-NAME TO WS-APPEND-TEXT
           PERFORM 2800-APPEND-TEXT
           STRING '","' DELIMITED BY SIZE
             INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR

           MOVE HOST-CATEGORY-DESC TO WS-APPEND-TEXT
           PERFORM 2800-APPEND-TEXT
           STRING '",' FUNCTION TRIM(WS-AMT-EDIT) ','
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR

           IF TRAN-IS-FX
               STRING HOST-ORIG-CURR-CD ','
                      FUNCTION TRIM(WS-ORIG-AMT-EDIT)
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
                 WITH POINTER WS-OUT-PTR
           ELSE
               STRING ',' DELIMITED BY SIZE
                 INTO WS-OUT-LINE
                 WITH POINTER WS-OUT-PTR
           END-IF

           PERFORM 2900-ADD-LINE.

      *----------------------------------------------------------------*
      *                   2600-OFX-TRAN-LINES
      * Three lines a transaction: the amounts and dates, the payee
      * and memo, then the original currency (FX only) and the close.
      * OFX signs from the cardholder's side - a charge is a negative
      * DEBIT, a payment or credit a positive CREDIT. CURRATE is
      * billed USD per unit of the original currency, and the memo
      * carries the original amount itself, which OFX has no field
      * for.
      *----------------------------------------------------------------*
       2600-OFX-TRAN-LINES.

           COMPUTE WS-OFX-AMT = 0 - HOST-TRAN-AMT
           IF WS-OFX-AMT < 0
               MOVE 'DEBIT' TO WS-OFX-TRNTYPE
           ELSE
               MOVE 'CREDIT' TO WS-OFX-TRNTYPE
           END-IF
           MOVE WS-OFX-AMT TO WS-AMT-EDIT
           MOVE HOST-TRAN-PROC-TS(1:4) TO WS-OFX-DTPOSTED(1:4)
           MOVE HOST-TRAN-PROC-TS(6:2) TO WS-OFX-DTPOSTED(5:2)
           MOVE HOST-TRAN-PROC-TS(9:2) TO WS-OFX-DTPOSTED(7:2)
           MOVE HOST-TRAN-ORIG-TS(1:4) TO WS-OFX-DTUSER(1:4)
           MOVE HOST-TRAN-ORIG-TS(6:2) TO WS-OFX-DTUSER(5:2)
           MOVE HOST-TRAN-ORIG-TS(9:2) TO WS-OFX-DTUSER(7:2)

           MOVE SPACES TO WS-OUT-LINE
           STRING '<STMTTRN><TRNTYPE>'
                  FUNCTION TRIM(WS-OFX-TRNTYPE)
                  '<DTPOSTED>' WS-OFX-DTPOSTED
                  '<DTUSER>' WS-OFX-DTUSER
                  '<TRNAMT>' FUNCTION TRIM(WS-AMT-EDIT)
                  '<FITID>' HOST-TRAN-ID
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
           PERFORM 2900-ADD-LINE

      *    OFX caps NAME at 32 characters - the merchant where there
      *    is one, otherwise the description.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING '<NAME>' DELIMITED BY SIZE
             INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR
           IF HOST-MERCHANT-NAME = SPACES
               MOVE HOST-TRAN-DESC TO WS-APPEND-TEXT
           ELSE
               MOVE HOST-MERCHANT-NAME TO WS-APPEND-TEXT
           END-IF
           MOVE 32 TO WS-APPEND-MAX
           PERFORM 2800-APPEND-TEXT
           STRING '<MEMO>' DELIMITED BY SIZE
             INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR
           MOVE HOST-TRAN-DESC TO WS-APPEND-TEXT
           MOVE 50 TO WS-APPEND-MAX
           PERFORM 2800-APPEND-TEXT
           IF HOST-CATEGORY-DESC NOT = SPACES
               STRING ' / ' DELIMITED BY SIZE
                 INTO WS-OUT-LINE
                 WITH POINTER WS-OUT-PTR
               MOVE HOST-CATEGORY-DESC TO WS-APPEND-TEXT
               PERFORM 2800-APPEND-TEXT
           END-IF
           IF TRAN-IS-FX
               STRING ' / ' HOST-ORIG-CURR-CD ' '
                      FUNCTION TRIM(WS-ORIG-AMT-EDIT)
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
                 WITH POINTER WS-OUT-PTR
           END-IF
           PERFORM 2900-ADD-LINE

           MOVE SPACES TO WS-OUT-LINE
           IF TRAN-IS-FX AND HOST-ORIG-AMT NOT = 0
               COMPUTE WS-FX-RATE ROUNDED =
                   HOST-TRAN-AMT / HOST-ORIG-AMT
               IF WS-FX-RATE < 0
                   COMPUTE WS-FX-RATE = 0 - WS-FX-RATE
               END-IF
               MOVE WS-FX-RATE TO WS-RATE-EDIT
               STRING '<ORIGCURRENCY><CURRATE>'
                      FUNCTION TRIM(WS-RATE-EDIT)
                      '<CURSYM>' HOST-ORIG-CURR-CD
                      '</ORIGCURRENCY></STMTTRN>'
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
           ELSE
               MOVE '</STMTTRN>' TO WS-OUT-LINE
           END-IF
           PERFORM 2900-ADD-LINE.

      *----------------------------------------------------------------*
      *                     2700-OFX-TRAILER
      * Closes the statement on the last page, with the account's
      * current balance as the ledger balance (owed is negative).
      *----------------------------------------------------------------*
       2700-OFX-TRAILER.

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-TIME
           MOVE WS-CURR-YYYYMMDD TO WS-OFX-DTASOF
           COMPUTE WS-OFX-AMT = 0 - HOST-ACCT-CURR-BAL
           MOVE WS-OFX-AMT TO WS-AMT-EDIT

           MOVE SPACES TO WS-OUT-LINE
           STRING '</BANKTRANLIST><LEDGERBAL><BALAMT>'
                  FUNCTION TRIM(WS-AMT-EDIT)
                  '<DTASOF>' WS-OFX-DTASOF
                  '</LEDGERBAL></CCSTMTRS></CCSTMTTRNRS>'
                  '</CREDITCARDMSGSRSV1></OFX>'
                  DELIMITED BY SIZE
             INTO WS-OUT-LINE
           PERFORM 2900-ADD-LINE.

      *----------------------------------------------------------------*
      *                     2800-APPEND-TEXT
      * Appends WS-APPEND-TEXT, trailing spaces dropped and cut to
      * WS-APPEND-MAX characters, at WS-OUT-PTR - a CSV double quote
      * doubled, an OFX &, < or > written as its entity.
      *----------------------------------------------------------------*
       2800-APPEND-TEXT.

           IF WS-APPEND-TEXT = SPACES
               MOVE 0 TO WS-APPEND-LEN
           ELSE
               COMPUTE WS-APPEND-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-APPEND-TEXT
                                                 TRAILING))
           END-IF
           IF WS-APPEND-LEN > WS-APPEND-MAX
               MOVE WS-APPEND-MAX TO WS-APPEND-LEN
           END-IF

           PERFORM 2810-APPEND-ONE-CHAR
                   VARYING WS-APPEND-CX FROM 1 BY 1
                   UNTIL WS-APPEND-CX > WS-APPEND-LEN.

      *----------------------------------------------------------------*
      *                   2810-APPEND-ONE-CHAR
      *----------------------------------------------------------------*
       2810-APPEND-ONE-CHAR.

           MOVE WS-APPEND-TEXT(WS-APPEND-CX:1) TO WS-APPEND-CHAR

           EVALUATE TRUE
               WHEN DL-FORMAT-CSV AND WS-APPEND-CHAR = '"'
                   STRING '""' DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
               WHEN DL-FORMAT-OFX AND WS-APPEND-CHAR = '&'
                   STRING '&amp;' DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
               WHEN DL-FORMAT-OFX AND WS-APPEND-CHAR = '<'
                   STRING '&lt;' DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
               WHEN DL-FORMAT-OFX AND WS-APPEND-CHAR = '>'
                   STRING '&gt;' DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
               WHEN OTHER
                   STRING WS-APPEND-CHAR DELIMITED BY SIZE
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                       2900-ADD-LINE
      *----------------------------------------------------------------*
       2900-ADD-LINE.

           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO LK-OUT-LINE-COUNT
           MOVE WS-OUT-LINE TO LK-OUT-LINE-TEXT(WS-LINE-COUNT).

      *----------------------------------------------------------------*
      *                 3000-LOG-DOWNLOAD-REQUEST
      * One TXNDLLOG row per call, refused or served. Issues no COMMIT
      * of its own - the row commits at the task-end syncpoint, as the
      * PII access log does for the read-only services. A failed
      * insert does not take the download back, but is DISPLAYed to
      * the job log for operations to chase.
      *----------------------------------------------------------------*
       3000-LOG-DOWNLOAD-REQUEST.

           MOVE LK-IN-USER-ID TO TDL-USER-ID
           IF TDL-USER-ID = SPACES OR LOW-VALUES
               MOVE 'NOUSERID' TO TDL-USER-ID
           END-IF
           MOVE HOST-ACCT-ID TO TDL-ACCT-ID
           MOVE LK-IN-CARD-NUM TO TDL-CARD-NUM
           MOVE LK-IN-FROM-DATE TO TDL-FROM-DATE
           MOVE LK-IN-TO-DATE TO TDL-TO-DATE
           MOVE LK-IN-FORMAT TO TDL-FORMAT
           IF LK-IN-RESUME-TS = SPACES OR LOW-VALUES
               MOVE 'Y' TO TDL-FIRST-PAGE
           ELSE
               MOVE 'N' TO TDL-FIRST-PAGE
           END-IF
           MOVE LK-OUT-TRAN-COUNT TO TDL-TRAN-COUNT
           MOVE WS-RPC-RESP-CD TO TDL-RESP-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
                  DELIMITED BY SIZE
                  INTO TDL-REQUEST-TS
           END-STRING

           EXEC SQL
               SELECT NEXT VALUE FOR TDL_REQUEST_ID_SEQ
               INTO :HOST-TDL-REQUEST-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE HOST-TDL-REQUEST-ID-SEQ TO TDL-REQUEST-ID

           EXEC SQL
               INSERT INTO TXNDLLOG
               (TDL_REQUEST_ID, TDL_USER_ID, TDL_ACCT_ID, TDL_CARD_NUM,
                TDL_FROM_DATE, TDL_TO_DATE, TDL_FORMAT,
                TDL_FIRST_PAGE, TDL_TRAN_COUNT, TDL_RESP_CODE,
                TDL_REQUEST_TS)
               VALUES
               (:TDL-REQUEST-ID, :TDL-USER-ID, :TDL-ACCT-ID,
                :TDL-CARD-NUM, :TDL-FROM-DATE, :TDL-TO-DATE,
                :TDL-FORMAT, :TDL-FIRST-PAGE, :TDL-TRAN-COUNT,
                :TDL-RESP-CODE, :TDL-REQUEST-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY WS-PGMNAME ': DOWNLOAD LOG INSERT FAILED'
                       ' - SQLCODE ' WS-SQLCODE-DISPLAY
           END-IF.
