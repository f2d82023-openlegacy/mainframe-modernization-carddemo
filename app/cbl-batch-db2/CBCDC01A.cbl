      *****************************************************************
      * Program     : CBCDC01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Daily change-data extract for the data warehouse
      *               and CRM. Writes the CDCDELTA file: one record
      *               per customer, account, card and CXACAIX link
      *               that was inserted, changed or closed since the
      *               last extract, with the before and after value of
      *               the changed field and the row's current image.
      *               Sources:
      *                 customers - CUSTHIST (contact changes, and
      *                             the CUST-ADDED row COCUSADA
      *                             writes on creation); identity
      *                             data anonymized by CBERS01A
      *                 accounts  - ACCT_OPEN_DATE (COACTADA), and
      *                             ACCTHIST (limit, autopay, group
      *                             and status changes - a move to
      *                             closed, charged-off or settled
      *                             is sent as a close)
      *                 cards     - CARD_ISSUED_DATE (every minting
      *                             path), ACCTHIST CARD-STATUS rows
      *                             and CARDUPDT (reissue and
      *                             replacement close the old card)
      *                 links     - a new card's CXACAIX row, and
      *                             the old card's link closed with
      *                             it on reissue
      *               The change window runs from the high-water
      *               timestamp of the last extract logged on CDCRUN
      *               to the start of this run, so nothing is missed
      *               or sent twice however late the online day ran.
      *               Header and trailer carry the business date, the
      *               file sequence number and the record counts so
      *               the receiving side can prove the file complete
      *               and detect a missing day. FULL on the CDCPARM
      *               card writes every current row instead, to
      *               re-seed the warehouse; no card means a delta.
      *               SSN, government ID and EFT account are never
      *               carried - the receiving side keys customers by
      *               CUST_ID. Runs in the batch window before CBACT19A
      *               advances the business date.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      * Modification History
      * 2026-10-15 - New batch job: daily customer/account/card change
      *              extract for the warehouse and CRM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCDC01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDC-PARM-FILE ASSIGN TO CDCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CDC-DELTA-FILE ASSIGN TO CDCDELTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDC-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CDC-PARM-FILE
           RECORDING MODE IS F.
       01 CDC-PARM-RECORD.
          05 PARM-MODE                  PIC X(05).
          05 FILLER                     PIC X(75).

       FD CDC-DELTA-FILE
           RECORDING MODE IS F.
       01 CDC-DELTA-RECORD              PIC X(600).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBCDC01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
         05 WS-CDC-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ROWS-READ                PIC 9(09) VALUE ZEROS.
         05 WS-CUST-WRITTEN             PIC 9(09) VALUE ZEROS.
         05 WS-ACCT-WRITTEN             PIC 9(09) VALUE ZEROS.
         05 WS-CARD-WRITTEN             PIC 9(09) VALUE ZEROS.
         05 WS-XREF-WRITTEN             PIC 9(09) VALUE ZEROS.
         05 WS-TOTAL-WRITTEN            PIC 9(09) VALUE ZEROS.
         05 WS-EXTRACT-ERRORS           PIC 9(07) VALUE ZEROS.

      * FULL on the CDCPARM card re-seeds; anything else, or no
      * card at all, is the nightly delta.
       01 WS-MODE-FLAG                 PIC X(01) VALUE 'D'.
         88 EXTRACT-DELTA                         VALUE 'D'.
         88 EXTRACT-FULL                          VALUE 'F'.

       01 WS-CURSOR-FLAG               PIC X(01) VALUE 'N'.
         88 CDC-CURSOR-EOF                        VALUE 'Y'.
         88 CDC-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-WORK-FIELDS.
         05 WS-LOW-INT                  PIC S9(09) COMP.
         05 WS-LOW-YYYYMMDD             PIC 9(08).

      * Extract record layouts - header 'H', detail 'D', trailer 'T'
       01 WS-CDC-HEADER.
         05 WS-CDCH-REC-TYPE            PIC X(01) VALUE 'H'.
         05 WS-CDCH-FILE-ID             PIC X(08) VALUE 'CDCDELTA'.
         05 WS-CDCH-BUSINESS-DATE       PIC X(10).
         05 WS-CDCH-SEQ-NUM             PIC 9(09).
      *  'D' - delta since the previous file; 'F' - full refresh
         05 WS-CDCH-MODE                PIC X(01).
         05 WS-CDCH-LOW-TS              PIC X(26).
         05 WS-CDCH-HIGH-TS             PIC X(26).
         05 FILLER                      PIC X(519) VALUE SPACES.

       01 WS-CDC-DETAIL.
         05 WS-CDCD-REC-TYPE            PIC X(01) VALUE 'D'.
      *  CUST, ACCT, CARD or XREF
         05 WS-CDCD-ENTITY              PIC X(04).
      *  I - inserted, U - changed, C - closed, F - full refresh row
         05 WS-CDCD-ACTION              PIC X(01).
         05 WS-CDCD-KEY                 PIC X(16).
         05 WS-CDCD-CHANGE-TS           PIC X(26).
         05 WS-CDCD-USER-ID             PIC X(08).
         05 WS-CDCD-FIELD-NAME          PIC X(20).
         05 WS-CDCD-BEFORE-VALUE        PIC X(50).
         05 WS-CDCD-AFTER-VALUE         PIC X(50).
      *  Current image of the row - layout by entity
         05 WS-CDCD-IMAGE               PIC X(424).
         05 WS-CDCD-CUST-IMAGE REDEFINES WS-CDCD-IMAGE.
           10 WS-CDCC-FIRST-NAME        PIC X(25).
           10 WS-CDCC-MIDDLE-NAME       PIC X(25).
           10 WS-CDCC-LAST-NAME         PIC X(25).
           10 WS-CDCC-ADDR-LINE-1       PIC X(50).
           10 WS-CDCC-ADDR-LINE-2       PIC X(50).
           10 WS-CDCC-ADDR-LINE-3       PIC X(50).
           10 WS-CDCC-ADDR-STATE-CD     PIC X(02).
           10 WS-CDCC-ADDR-COUNTRY-CD   PIC X(03).
           10 WS-CDCC-ADDR-ZIP          PIC X(10).
           10 WS-CDCC-PHONE-NUM-1       PIC X(15).
           10 WS-CDCC-PHONE-NUM-2       PIC X(15).
           10 WS-CDCC-EMAIL-ADDRESS     PIC X(50).
           10 WS-CDCC-DOB               PIC X(10).
           10 WS-CDCC-FICO-SCORE        PIC 9(03).
           10 WS-CDCC-PRI-HOLDER-IND    PIC X(01).
           10 WS-CDCC-STMT-DLVRY-PREF   PIC X(01).
           10 WS-CDCC-LANG-PREF         PIC X(02).
           10 WS-CDCC-MKTG-OPTOUT-IND   PIC X(01).
           10 WS-CDCC-NOTIFY-OPTOUT-IND PIC X(01).
           10 WS-CDCC-DATE-OF-DEATH     PIC X(10).
           10 WS-CDCC-ERASED-DATE       PIC X(10).
           10 FILLER                    PIC X(65).
         05 WS-CDCD-ACCT-IMAGE REDEFINES WS-CDCD-IMAGE.
           10 WS-CDCA-ACTIVE-STATUS     PIC X(01).
           10 WS-CDCA-CURR-BAL          PIC -9(10).99.
           10 WS-CDCA-CREDIT-LIMIT      PIC -9(10).99.
           10 WS-CDCA-CASH-LIMIT        PIC -9(10).99.
           10 WS-CDCA-OPEN-DATE         PIC X(10).
           10 WS-CDCA-EXPIRY-DATE       PIC X(10).
           10 WS-CDCA-ADDR-ZIP          PIC X(10).
           10 WS-CDCA-GROUP-ID          PIC X(10).
           10 WS-CDCA-AUTOPAY-FLAG      PIC X(01).
           10 WS-CDCA-PAYMENT-DUE-DATE  PIC X(10).
           10 WS-CDCA-CYCLE-DAY         PIC 9(02).
           10 WS-CDCA-SETTLED-DATE      PIC X(10).
           10 FILLER                    PIC X(318).
         05 WS-CDCD-CARD-IMAGE REDEFINES WS-CDCD-IMAGE.
           10 WS-CDCR-ACCT-ID           PIC 9(11).
           10 WS-CDCR-EMBOSSED-NAME     PIC X(50).
           10 WS-CDCR-EXPIRY-DATE       PIC X(10).
           10 WS-CDCR-ACTIVE-STATUS     PIC X(01).
           10 WS-CDCR-ISSUED-DATE       PIC X(10).
           10 FILLER                    PIC X(342).
         05 WS-CDCD-XREF-IMAGE REDEFINES WS-CDCD-IMAGE.
           10 WS-CDCX-CARD-NUM          PIC X(16).
           10 WS-CDCX-ACCT-ID           PIC 9(11).
           10 WS-CDCX-CUST-ID           PIC 9(09).
           10 FILLER                    PIC X(388).

       01 WS-CDC-TRAILER.
         05 WS-CDCT-REC-TYPE            PIC X(01) VALUE 'T'.
         05 WS-CDCT-SEQ-NUM             PIC 9(09).
         05 WS-CDCT-CUST-CNT            PIC 9(09).
         05 WS-CDCT-ACCT-CNT            PIC 9(09).
         05 WS-CDCT-CARD-CNT            PIC 9(09).
         05 WS-CDCT-XREF-CNT            PIC 9(09).
         05 WS-CDCT-TOTAL-CNT           PIC 9(09).
         05 FILLER                      PIC X(545) VALUE SPACES.

      * Run control - see CSUTLJPL for the shared logic.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.

      * Business processing date - see CSUTLBPL.
       01 WS-BIZDT-FIELDS.
       COPY CSUTLBWY.

      * Durable run totals - see CSUTLTPL; written at end
      * of run for the day-end balancing proof.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Extract run log
       COPY CVCDC01Y.

      * Window: changes stamped after LOW-TS up to HIGH-TS; rows
      * dated (opened, issued, erased) after LOW-DATE up to the
      * business date.
       01 HOST-LOW-TS                   PIC X(26).
       01 HOST-HIGH-TS                  PIC X(26).
       01 HOST-LOW-DATE                 PIC X(10).
       01 HOST-PRIOR-SEQ                PIC S9(09) COMP.
       01 HOST-PRIOR-IND                PIC S9(04) COMP.

      * One change event - the history columns
       01 HOST-CHANGE-ROW.
         05 HOST-CHG-KEY-NUM            PIC S9(11) COMP-3.
         05 HOST-CHG-FIELD-NAME         PIC X(20).
         05 HOST-CHG-OLD-VALUE          PIC X(50).
         05 HOST-CHG-NEW-VALUE          PIC X(50).
         05 HOST-CHG-USER-ID            PIC X(08).
         05 HOST-CHG-TS                 PIC X(26).

      * Current customer image
       01 HOST-CUST-ROW.
         05 HOST-CUST-ID                PIC S9(09) COMP-3.
         05 HOST-CUST-FIRST-NAME        PIC X(25).
         05 HOST-CUST-MIDDLE-NAME       PIC X(25).
         05 HOST-CUST-LAST-NAME         PIC X(25).
         05 HOST-CUST-ADDR-LINE-1       PIC X(50).
         05 HOST-CUST-ADDR-LINE-2       PIC X(50).
         05 HOST-CUST-ADDR-LINE-3       PIC X(50).
         05 HOST-CUST-STATE-CD          PIC X(02).
         05 HOST-CUST-COUNTRY-CD        PIC X(03).
         05 HOST-CUST-ZIP               PIC X(10).
         05 HOST-CUST-PHONE-1           PIC X(15).
         05 HOST-CUST-PHONE-2           PIC X(15).
         05 HOST-CUST-EMAIL             PIC X(50).
         05 HOST-CUST-DOB               PIC X(10).
         05 HOST-CUST-FICO              PIC S9(03) COMP-3.
         05 HOST-CUST-PRI-HOLDER        PIC X(01).
         05 HOST-CUST-DLVRY-PREF        PIC X(01).
         05 HOST-CUST-LANG-PREF         PIC X(02).
         05 HOST-CUST-MKTG-OPTOUT       PIC X(01).
         05 HOST-CUST-NOTIFY-OPTOUT     PIC X(01).
         05 HOST-CUST-DEATH-DATE        PIC X(10).
         05 HOST-CUST-ERASED-DATE       PIC X(10).

      * Current account image
       01 HOST-ACCT-ROW.
         05 HOST-ACCT-ID                PIC S9(11) COMP-3.
         05 HOST-ACCT-STATUS            PIC X(01).
         05 HOST-ACCT-CURR-BAL          PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CREDIT-LIMIT      PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CASH-LIMIT        PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-OPEN-DATE         PIC X(10).
         05 HOST-ACCT-EXPIRY-DATE       PIC X(10).
         05 HOST-ACCT-ZIP               PIC X(10).
         05 HOST-ACCT-GROUP-ID          PIC X(10).
         05 HOST-ACCT-AUTOPAY           PIC X(01).
         05 HOST-ACCT-DUE-DATE          PIC X(10).
         05 HOST-ACCT-CYCLE-DAY         PIC S9(02) COMP-3.
         05 HOST-ACCT-SETTLED-DATE      PIC X(10).

      * Current card image, with its cross-reference
       01 HOST-CARD-ROW.
         05 HOST-CARD-NUM               PIC X(16).
         05 HOST-CARD-ACCT-ID           PIC S9(11) COMP-3.
         05 HOST-CARD-EMBOSSED-NAME     PIC X(50).
         05 HOST-CARD-EXPIRY-DATE       PIC X(10).
         05 HOST-CARD-STATUS            PIC X(01).
         05 HOST-CARD-ISSUED-DATE       PIC X(10).
         05 HOST-XREF-ACCT-ID           PIC S9(11) COMP-3.
         05 HOST-XREF-CUST-ID           PIC S9(09) COMP-3.
         05 HOST-XREF-IND               PIC S9(04) COMP.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBCDC01A - CHANGE DATA EXTRACT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           PERFORM 1100-READ-EXTRACT-PARM
           MOVE 'CBCDC01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           IF WS-EXTRACT-ERRORS = 0
               IF EXTRACT-FULL
                   PERFORM 2500-EXTRACT-FULL-REFRESH
               ELSE
                   PERFORM 2100-EXTRACT-CUSTOMERS
                   PERFORM 2200-EXTRACT-ACCOUNTS
                   PERFORM 2300-EXTRACT-CARDS
               END-IF
           END-IF
           PERFORM 3000-FINALIZE
           MOVE 'CBCDC01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ROWS-READ TO WS-RTOT-RECS-READ
           MOVE WS-TOTAL-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-EXTRACT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBCDC01A - CHANGE DATA EXTRACT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * Takes the next file sequence number and the change window
      * from the last extract on CDCRUN. The very first extract has
      * no predecessor and covers the business date alone.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-JOB-TOTALS

           EXEC SQL
               SELECT CURRENT TIMESTAMP
               INTO :HOST-HIGH-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               SELECT CDC_SEQ_NUM, CDC_HIGH_TS, CDC_RUN_DATE
               INTO :HOST-PRIOR-SEQ, :HOST-LOW-TS, :HOST-LOW-DATE
               FROM CDCRUN
               WHERE CDC_SEQ_NUM =
                     (SELECT MAX(CDC_SEQ_NUM) FROM CDCRUN)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZEROS TO HOST-PRIOR-SEQ
                   MOVE SPACES TO HOST-LOW-TS
                   STRING WS-BIZDT-DATE '-00.00.00.000000'
                     DELIMITED BY SIZE INTO HOST-LOW-TS
                   COMPUTE WS-LOW-INT =
                       FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD) - 1
                   COMPUTE WS-LOW-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER(WS-LOW-INT)
                   MOVE SPACES TO HOST-LOW-DATE
                   STRING WS-LOW-YYYYMMDD(1:4) '-'
                          WS-LOW-YYYYMMDD(5:2) '-'
                          WS-LOW-YYYYMMDD(7:2)
                     DELIMITED BY SIZE INTO HOST-LOW-DATE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CDCRUN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE

           INITIALIZE CDC-RUN-RECORD
           COMPUTE CDC-SEQ-NUM = HOST-PRIOR-SEQ + 1
           MOVE WS-BIZDT-DATE TO CDC-RUN-DATE
           MOVE WS-MODE-FLAG TO CDC-MODE
           MOVE HOST-LOW-TS TO CDC-LOW-TS
           MOVE HOST-HIGH-TS TO CDC-HIGH-TS

           OPEN OUTPUT CDC-DELTA-FILE
           IF WS-CDC-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CDC-DELTA-FILE - STATUS: '
                       WS-CDC-FILE-STATUS
               ADD 1 TO WS-EXTRACT-ERRORS
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE WS-BIZDT-DATE TO WS-CDCH-BUSINESS-DATE
           MOVE CDC-SEQ-NUM TO WS-CDCH-SEQ-NUM
           MOVE CDC-MODE TO WS-CDCH-MODE
           MOVE HOST-LOW-TS TO WS-CDCH-LOW-TS
           MOVE HOST-HIGH-TS TO WS-CDCH-HIGH-TS
           WRITE CDC-DELTA-RECORD FROM WS-CDC-HEADER

           DISPLAY 'EXTRACT SEQUENCE.......: ' WS-CDCH-SEQ-NUM
           DISPLAY 'CHANGES AFTER..........: ' HOST-LOW-TS
           DISPLAY 'CHANGES UP TO..........: ' HOST-HIGH-TS.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   1100-READ-EXTRACT-PARM
      * Optional CDCPARM card: FULL in cols 1-5 asks for a full
      * refresh. A missing or empty card is the nightly delta.
      *----------------------------------------------------------------*
       1100-READ-EXTRACT-PARM.

           SET EXTRACT-DELTA TO TRUE

           OPEN INPUT CDC-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ CDC-PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-MODE
               END-READ
               CLOSE CDC-PARM-FILE
               IF PARM-MODE = 'FULL'
                   SET EXTRACT-FULL TO TRUE
               END-IF
           END-IF

           IF EXTRACT-FULL
               DISPLAY 'FULL REFRESH REQUESTED'
           ELSE
               DISPLAY 'DAILY DELTA EXTRACT'
           END-IF.

      *----------------------------------------------------------------*
      *                   2100-EXTRACT-CUSTOMERS
      * Every CUSTHIST row in the window, oldest first, with the
      * customer's current image; then every customer anonymized
      * since the last extract, so the warehouse drops the
      * identity data too.
      *----------------------------------------------------------------*
       2100-EXTRACT-CUSTOMERS.

           EXEC SQL
               DECLARE CUR-CDC-CUSTHIST CURSOR FOR
               SELECT H.CHG_CUST_ID, H.CHG_FIELD_NAME,
                      H.CHG_OLD_VALUE, H.CHG_NEW_VALUE,
                      H.CHG_USER_ID, CHAR(H.CHG_CHANGE_TS)
               FROM CUSTHIST H
               WHERE H.CHG_CHANGE_TS > :HOST-LOW-TS
               AND   H.CHG_CHANGE_TS <= :HOST-HIGH-TS
               ORDER BY H.CHG_CHANGE_TS, H.CHG_LOG_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-CUSTHIST
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-CUSTHIST - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2110-FETCH-CUSTHIST
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-CUSTHIST
               END-EXEC
           END-IF

           EXEC SQL
               DECLARE CUR-CDC-ERASED CURSOR FOR
               SELECT CUST_ID
               FROM CUSTDAT
               WHERE COALESCE(CUST_ERASED_DATE, ' ') > :HOST-LOW-DATE
               AND   COALESCE(CUST_ERASED_DATE, ' ') <=
                     :WS-BIZDT-DATE
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-ERASED
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-ERASED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2120-FETCH-ERASED
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-ERASED
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                     2110-FETCH-CUSTHIST
      *----------------------------------------------------------------*
       2110-FETCH-CUSTHIST.

           EXEC SQL
               FETCH CUR-CDC-CUSTHIST
               INTO :HOST-CHG-KEY-NUM, :HOST-CHG-FIELD-NAME,
                    :HOST-CHG-OLD-VALUE, :HOST-CHG-NEW-VALUE,
                    :HOST-CHG-USER-ID, :HOST-CHG-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   MOVE HOST-CHG-KEY-NUM TO HOST-CUST-ID
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'CUST' TO WS-CDCD-ENTITY
      *            COCUSADA's creation row is the customer's insert
                   IF HOST-CHG-FIELD-NAME = 'CUST-ADDED'
                       MOVE 'I' TO WS-CDCD-ACTION
                   ELSE
                       MOVE 'U' TO WS-CDCD-ACTION
                       MOVE HOST-CHG-FIELD-NAME TO WS-CDCD-FIELD-NAME
                       MOVE HOST-CHG-OLD-VALUE TO WS-CDCD-BEFORE-VALUE
                       MOVE HOST-CHG-NEW-VALUE TO WS-CDCD-AFTER-VALUE
                   END-IF
                   MOVE HOST-CHG-TS TO WS-CDCD-CHANGE-TS
                   MOVE HOST-CHG-USER-ID TO WS-CDCD-USER-ID
                   PERFORM 8100-WRITE-CUST-DETAIL
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-CUSTHIST - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     2120-FETCH-ERASED
      *----------------------------------------------------------------*
       2120-FETCH-ERASED.

           EXEC SQL
               FETCH CUR-CDC-ERASED
               INTO :HOST-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'CUST' TO WS-CDCD-ENTITY
                   MOVE 'U' TO WS-CDCD-ACTION
                   MOVE 'ERASED-DATE' TO WS-CDCD-FIELD-NAME
                   MOVE WS-BIZDT-DATE TO WS-CDCD-AFTER-VALUE
                   MOVE HOST-HIGH-TS TO WS-CDCD-CHANGE-TS
                   MOVE 'CBERS01A' TO WS-CDCD-USER-ID
                   PERFORM 8100-WRITE-CUST-DETAIL
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-ERASED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2200-EXTRACT-ACCOUNTS
      * Accounts opened since the last extract, then every ACCTHIST
      * row in the window except the card rows (those belong to
      * the card section).
      *----------------------------------------------------------------*
       2200-EXTRACT-ACCOUNTS.

           EXEC SQL
               DECLARE CUR-CDC-NEWACCT CURSOR FOR
               SELECT ACCT_ID
               FROM ACCTDAT
               WHERE COALESCE(ACCT_OPEN_DATE, ' ') > :HOST-LOW-DATE
               AND   COALESCE(ACCT_OPEN_DATE, ' ') <= :WS-BIZDT-DATE
               ORDER BY ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-NEWACCT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-NEWACCT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2210-FETCH-NEW-ACCOUNT
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-NEWACCT
               END-EXEC
           END-IF

           EXEC SQL
               DECLARE CUR-CDC-ACCTHIST CURSOR FOR
               SELECT H.AHS_ACCT_ID, H.AHS_FIELD_NAME,
                      H.AHS_OLD_VALUE, H.AHS_NEW_VALUE,
                      H.AHS_USER_ID, CHAR(H.AHS_CHANGE_TS)
               FROM ACCTHIST H
               WHERE H.AHS_CHANGE_TS > :HOST-LOW-TS
               AND   H.AHS_CHANGE_TS <= :HOST-HIGH-TS
               AND   H.AHS_FIELD_NAME NOT LIKE 'CARD-%'
               ORDER BY H.AHS_CHANGE_TS, H.AHS_LOG_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-ACCTHIST
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-ACCTHIST - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2220-FETCH-ACCTHIST
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-ACCTHIST
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                   2210-FETCH-NEW-ACCOUNT
      *----------------------------------------------------------------*
       2210-FETCH-NEW-ACCOUNT.

           EXEC SQL
               FETCH CUR-CDC-NEWACCT
               INTO :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'ACCT' TO WS-CDCD-ENTITY
                   MOVE 'I' TO WS-CDCD-ACTION
                   MOVE HOST-HIGH-TS TO WS-CDCD-CHANGE-TS
                   MOVE 'COACTADA' TO WS-CDCD-USER-ID
                   PERFORM 8200-WRITE-ACCT-DETAIL
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-NEWACCT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2220-FETCH-ACCTHIST
      * A status move to closed, charged-off or settled is the
      * account's close; anything else is a change.
      *----------------------------------------------------------------*
       2220-FETCH-ACCTHIST.

           EXEC SQL
               FETCH CUR-CDC-ACCTHIST
               INTO :HOST-CHG-KEY-NUM, :HOST-CHG-FIELD-NAME,
                    :HOST-CHG-OLD-VALUE, :HOST-CHG-NEW-VALUE,
                    :HOST-CHG-USER-ID, :HOST-CHG-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   MOVE HOST-CHG-KEY-NUM TO HOST-ACCT-ID
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'ACCT' TO WS-CDCD-ENTITY
                   IF HOST-CHG-FIELD-NAME = 'ACCT-STATUS'
                      AND (HOST-CHG-NEW-VALUE = 'N'
                           OR HOST-CHG-NEW-VALUE = 'C'
                           OR HOST-CHG-NEW-VALUE = 'S')
                       MOVE 'C' TO WS-CDCD-ACTION
                   ELSE
                       MOVE 'U' TO WS-CDCD-ACTION
                   END-IF
                   MOVE HOST-CHG-FIELD-NAME TO WS-CDCD-FIELD-NAME
                   MOVE HOST-CHG-OLD-VALUE TO WS-CDCD-BEFORE-VALUE
                   MOVE HOST-CHG-NEW-VALUE TO WS-CDCD-AFTER-VALUE
                   MOVE HOST-CHG-TS TO WS-CDCD-CHANGE-TS
                   MOVE HOST-CHG-USER-ID TO WS-CDCD-USER-ID
                   PERFORM 8200-WRITE-ACCT-DETAIL
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-ACCTHIST - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2300-EXTRACT-CARDS
      * Cards issued since the last extract (with their new link),
      * status changes journaled as ACCTHIST CARD-STATUS rows, and
      * reissues/replacements from CARDUPDT, which close the old
      * card and its link.
      *----------------------------------------------------------------*
       2300-EXTRACT-CARDS.

           EXEC SQL
               DECLARE CUR-CDC-NEWCARD CURSOR FOR
               SELECT CARD_NUM
               FROM CARDDAT
               WHERE COALESCE(CARD_ISSUED_DATE, ' ') > :HOST-LOW-DATE
               AND   COALESCE(CARD_ISSUED_DATE, ' ') <=
                     :WS-BIZDT-DATE
               ORDER BY CARD_NUM
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-NEWCARD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-NEWCARD - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2310-FETCH-NEW-CARD
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-NEWCARD
               END-EXEC
           END-IF

      *    CARD-STATUS values are the card number and the status
      *    ('nnnnnnnnnnnnnnnn s'); the account is the ACCTHIST key.
           EXEC SQL
               DECLARE CUR-CDC-CARDSTAT CURSOR FOR
               SELECT H.AHS_ACCT_ID, H.AHS_FIELD_NAME,
                      H.AHS_OLD_VALUE, H.AHS_NEW_VALUE,
                      H.AHS_USER_ID, CHAR(H.AHS_CHANGE_TS)
               FROM ACCTHIST H
               WHERE H.AHS_CHANGE_TS > :HOST-LOW-TS
               AND   H.AHS_CHANGE_TS <= :HOST-HIGH-TS
               AND   H.AHS_FIELD_NAME = 'CARD-STATUS'
               ORDER BY H.AHS_CHANGE_TS, H.AHS_LOG_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-CARDSTAT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-CARDSTAT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2320-FETCH-CARD-STATUS
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-CARDSTAT
               END-EXEC
           END-IF

           EXEC SQL
               DECLARE CUR-CDC-REISSUE CURSOR FOR
               SELECT CUP_OLD_CARD_NUM, CUP_NEW_CARD_NUM,
                      CUP_ACCT_ID, CHAR(CUP_CREATE_TS)
               FROM CARDUPDT
               WHERE CUP_CREATE_TS > :HOST-LOW-TS
               AND   CUP_CREATE_TS <= :HOST-HIGH-TS
               ORDER BY CUP_CREATE_TS
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-REISSUE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-REISSUE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2330-FETCH-REISSUE
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-REISSUE
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                    2310-FETCH-NEW-CARD
      *----------------------------------------------------------------*
       2310-FETCH-NEW-CARD.

           EXEC SQL
               FETCH CUR-CDC-NEWCARD
               INTO :HOST-CARD-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'CARD' TO WS-CDCD-ENTITY
                   MOVE 'I' TO WS-CDCD-ACTION
                   MOVE HOST-HIGH-TS TO WS-CDCD-CHANGE-TS
                   MOVE WS-PGMNAME TO WS-CDCD-USER-ID
                   PERFORM 8300-WRITE-CARD-DETAIL
                   IF HOST-XREF-IND >= 0
                       MOVE 'XREF' TO WS-CDCD-ENTITY
                       MOVE 'I' TO WS-CDCD-ACTION
                       PERFORM 8400-WRITE-XREF-DETAIL
                   END-IF
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-NEWCARD - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2320-FETCH-CARD-STATUS
      * Rows journaled before the card number was carried in the
      * value cannot be tied to a card and are skipped.
      *----------------------------------------------------------------*
       2320-FETCH-CARD-STATUS.

           EXEC SQL
               FETCH CUR-CDC-CARDSTAT
               INTO :HOST-CHG-KEY-NUM, :HOST-CHG-FIELD-NAME,
                    :HOST-CHG-OLD-VALUE, :HOST-CHG-NEW-VALUE,
                    :HOST-CHG-USER-ID, :HOST-CHG-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   IF HOST-CHG-NEW-VALUE(1:16) IS NUMERIC
                       MOVE HOST-CHG-NEW-VALUE(1:16) TO HOST-CARD-NUM
                       INITIALIZE WS-CDC-DETAIL
                       MOVE 'D' TO WS-CDCD-REC-TYPE
                       MOVE 'CARD' TO WS-CDCD-ENTITY
                       MOVE 'U' TO WS-CDCD-ACTION
                       MOVE 'CARD-STATUS' TO WS-CDCD-FIELD-NAME
                       MOVE HOST-CHG-OLD-VALUE(18:1)
                         TO WS-CDCD-BEFORE-VALUE
                       MOVE HOST-CHG-NEW-VALUE(18:1)
                         TO WS-CDCD-AFTER-VALUE
                       MOVE HOST-CHG-TS TO WS-CDCD-CHANGE-TS
                       MOVE HOST-CHG-USER-ID TO WS-CDCD-USER-ID
                       PERFORM 8300-WRITE-CARD-DETAIL
                   END-IF
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-CARDSTAT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2330-FETCH-REISSUE
      * The old plastic closes and its CXACAIX link - repointed to
      * the new card in the same unit of work - closes with it. The
      * new card and link arrive as inserts through its issue date.
      *----------------------------------------------------------------*
       2330-FETCH-REISSUE.

           EXEC SQL
               FETCH CUR-CDC-REISSUE
               INTO :HOST-CARD-NUM, :HOST-CHG-NEW-VALUE,
                    :HOST-CHG-KEY-NUM, :HOST-CHG-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'CARD' TO WS-CDCD-ENTITY
                   MOVE 'C' TO WS-CDCD-ACTION
                   MOVE 'CARD-REPLACED' TO WS-CDCD-FIELD-NAME
                   MOVE HOST-CARD-NUM TO WS-CDCD-BEFORE-VALUE
                   MOVE HOST-CHG-NEW-VALUE TO WS-CDCD-AFTER-VALUE
                   MOVE HOST-CHG-TS TO WS-CDCD-CHANGE-TS
                   MOVE WS-PGMNAME TO WS-CDCD-USER-ID
                   PERFORM 8300-WRITE-CARD-DETAIL
                   MOVE 'XREF' TO WS-CDCD-ENTITY
                   MOVE SPACES TO WS-CDCD-IMAGE
                   MOVE HOST-CARD-NUM TO WS-CDCX-CARD-NUM
                   MOVE HOST-CHG-KEY-NUM TO WS-CDCX-ACCT-ID
                   MOVE ZEROS TO WS-CDCX-CUST-ID
                   MOVE HOST-CARD-NUM TO WS-CDCD-KEY
                   PERFORM 8900-WRITE-DETAIL
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-REISSUE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2500-EXTRACT-FULL-REFRESH
      * Every customer, account and card on file, and every card's
      * cross-reference, as 'F' rows with the current image.
      *----------------------------------------------------------------*
       2500-EXTRACT-FULL-REFRESH.

           EXEC SQL
               DECLARE CUR-CDC-ALLCUST CURSOR FOR
               SELECT CUST_ID FROM CUSTDAT ORDER BY CUST_ID
           END-EXEC
           EXEC SQL
               DECLARE CUR-CDC-ALLACCT CURSOR FOR
               SELECT ACCT_ID FROM ACCTDAT ORDER BY ACCT_ID
           END-EXEC
           EXEC SQL
               DECLARE CUR-CDC-ALLCARD CURSOR FOR
               SELECT CARD_NUM FROM CARDDAT ORDER BY CARD_NUM
           END-EXEC

           EXEC SQL
               OPEN CUR-CDC-ALLCUST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-ALLCUST - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2510-FETCH-ALL-CUSTOMERS
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-ALLCUST
               END-EXEC
           END-IF

           EXEC SQL
               OPEN CUR-CDC-ALLACCT
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-ALLACCT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2520-FETCH-ALL-ACCOUNTS
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-ALLACCT
               END-EXEC
           END-IF

           EXEC SQL
               OPEN CUR-CDC-ALLCARD
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CDC-ALLCARD - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               SET CDC-CURSOR-NOT-EOF TO TRUE
               PERFORM 2530-FETCH-ALL-CARDS
                       UNTIL CDC-CURSOR-EOF
               EXEC SQL
                   CLOSE CUR-CDC-ALLCARD
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                  2510-FETCH-ALL-CUSTOMERS
      *----------------------------------------------------------------*
       2510-FETCH-ALL-CUSTOMERS.

           EXEC SQL
               FETCH CUR-CDC-ALLCUST
               INTO :HOST-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'CUST' TO WS-CDCD-ENTITY
                   MOVE 'F' TO WS-CDCD-ACTION
                   MOVE HOST-HIGH-TS TO WS-CDCD-CHANGE-TS
                   MOVE WS-PGMNAME TO WS-CDCD-USER-ID
                   PERFORM 8100-WRITE-CUST-DETAIL
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-ALLCUST - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2520-FETCH-ALL-ACCOUNTS
      *----------------------------------------------------------------*
       2520-FETCH-ALL-ACCOUNTS.

           EXEC SQL
               FETCH CUR-CDC-ALLACCT
               INTO :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'ACCT' TO WS-CDCD-ENTITY
                   MOVE 'F' TO WS-CDCD-ACTION
                   MOVE HOST-HIGH-TS TO WS-CDCD-CHANGE-TS
                   MOVE WS-PGMNAME TO WS-CDCD-USER-ID
                   PERFORM 8200-WRITE-ACCT-DETAIL
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-ALLACCT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2530-FETCH-ALL-CARDS
      *----------------------------------------------------------------*
       2530-FETCH-ALL-CARDS.

           EXEC SQL
               FETCH CUR-CDC-ALLCARD
               INTO :HOST-CARD-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-READ
                   INITIALIZE WS-CDC-DETAIL
                   MOVE 'D' TO WS-CDCD-REC-TYPE
                   MOVE 'CARD' TO WS-CDCD-ENTITY
                   MOVE 'F' TO WS-CDCD-ACTION
                   MOVE HOST-HIGH-TS TO WS-CDCD-CHANGE-TS
                   MOVE WS-PGMNAME TO WS-CDCD-USER-ID
                   PERFORM 8300-WRITE-CARD-DETAIL
                   IF HOST-XREF-IND >= 0
                       MOVE 'XREF' TO WS-CDCD-ENTITY
                       MOVE 'F' TO WS-CDCD-ACTION
                       PERFORM 8400-WRITE-XREF-DETAIL
                   END-IF
               WHEN 100
                   SET CDC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CDC-ALLCARD - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   SET CDC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   8100-WRITE-CUST-DETAIL
      * Completes the detail with HOST-CUST-ID's current image. A
      * customer no longer on file goes with its key alone.
      *----------------------------------------------------------------*
       8100-WRITE-CUST-DETAIL.

           MOVE HOST-CUST-ID TO WS-CDCX-CUST-ID
           MOVE WS-CDCX-CUST-ID TO WS-CDCD-KEY
           MOVE SPACES TO WS-CDCD-IMAGE

           EXEC SQL
               SELECT CUST_FIRST_NAME,
                      COALESCE(CUST_MIDDLE_NAME, ' '),
                      CUST_LAST_NAME, CUST_ADDR_LINE_1,
                      COALESCE(CUST_ADDR_LINE_2, ' '),
                      COALESCE(CUST_ADDR_LINE_3, ' '),
                      COALESCE(CUST_ADDR_STATE_CD, ' '),
                      COALESCE(CUST_ADDR_COUNTRY_CD, ' '),
                      COALESCE(CUST_ADDR_ZIP, ' '),
                      COALESCE(CUST_PHONE_NUM_1, ' '),
                      COALESCE(CUST_PHONE_NUM_2, ' '),
                      COALESCE(CUST_EMAIL_ADDRESS, ' '),
                      COALESCE(CUST_DOB_YYYY_MM_DD, ' '),
                      COALESCE(CUST_FICO_CREDIT_SCORE, 0),
                      COALESCE(CUST_PRI_CARD_HOLDER_IND, ' '),
                      COALESCE(CUST_STMT_DLVRY_PREF, 'P'),
                      COALESCE(CUST_LANG_PREF, 'EN'),
                      COALESCE(CUST_MKTG_OPTOUT_IND, 'N'),
                      COALESCE(CUST_NOTIFY_OPTOUT_IND, 'N'),
                      COALESCE(CUST_DATE_OF_DEATH, ' '),
                      COALESCE(CUST_ERASED_DATE, ' ')
               INTO :HOST-CUST-FIRST-NAME, :HOST-CUST-MIDDLE-NAME,
                    :HOST-CUST-LAST-NAME, :HOST-CUST-ADDR-LINE-1,
                    :HOST-CUST-ADDR-LINE-2, :HOST-CUST-ADDR-LINE-3,
                    :HOST-CUST-STATE-CD, :HOST-CUST-COUNTRY-CD,
                    :HOST-CUST-ZIP, :HOST-CUST-PHONE-1,
                    :HOST-CUST-PHONE-2, :HOST-CUST-EMAIL,
                    :HOST-CUST-DOB, :HOST-CUST-FICO,
                    :HOST-CUST-PRI-HOLDER, :HOST-CUST-DLVRY-PREF,
                    :HOST-CUST-LANG-PREF, :HOST-CUST-MKTG-OPTOUT,
                    :HOST-CUST-NOTIFY-OPTOUT, :HOST-CUST-DEATH-DATE,
                    :HOST-CUST-ERASED-DATE
               FROM CUSTDAT
               WHERE CUST_ID = :HOST-CUST-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-CUST-FIRST-NAME TO WS-CDCC-FIRST-NAME
                   MOVE HOST-CUST-MIDDLE-NAME TO WS-CDCC-MIDDLE-NAME
                   MOVE HOST-CUST-LAST-NAME TO WS-CDCC-LAST-NAME
                   MOVE HOST-CUST-ADDR-LINE-1 TO WS-CDCC-ADDR-LINE-1
                   MOVE HOST-CUST-ADDR-LINE-2 TO WS-CDCC-ADDR-LINE-2
                   MOVE HOST-CUST-ADDR-LINE-3 TO WS-CDCC-ADDR-LINE-3
                   MOVE HOST-CUST-STATE-CD TO WS-CDCC-ADDR-STATE-CD
                   MOVE HOST-CUST-COUNTRY-CD
                     TO WS-CDCC-ADDR-COUNTRY-CD
                   MOVE HOST-CUST-ZIP TO WS-CDCC-ADDR-ZIP
                   MOVE HOST-CUST-PHONE-1 TO WS-CDCC-PHONE-NUM-1
                   MOVE HOST-CUST-PHONE-2 TO WS-CDCC-PHONE-NUM-2
                   MOVE HOST-CUST-EMAIL TO WS-CDCC-EMAIL-ADDRESS
                   MOVE HOST-CUST-DOB TO WS-CDCC-DOB
                   MOVE HOST-CUST-FICO TO WS-CDCC-FICO-SCORE
                   MOVE HOST-CUST-PRI-HOLDER TO WS-CDCC-PRI-HOLDER-IND
                   MOVE HOST-CUST-DLVRY-PREF
                     TO WS-CDCC-STMT-DLVRY-PREF
                   MOVE HOST-CUST-LANG-PREF TO WS-CDCC-LANG-PREF
                   MOVE HOST-CUST-MKTG-OPTOUT
                     TO WS-CDCC-MKTG-OPTOUT-IND
                   MOVE HOST-CUST-NOTIFY-OPTOUT
                     TO WS-CDCC-NOTIFY-OPTOUT-IND
                   MOVE HOST-CUST-DEATH-DATE TO WS-CDCC-DATE-OF-DEATH
                   MOVE HOST-CUST-ERASED-DATE TO WS-CDCC-ERASED-DATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CUSTDAT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
           END-EVALUATE

           PERFORM 8900-WRITE-DETAIL.

      *----------------------------------------------------------------*
      *                   8200-WRITE-ACCT-DETAIL
      * Completes the detail with HOST-ACCT-ID's current image.
      *----------------------------------------------------------------*
       8200-WRITE-ACCT-DETAIL.

           MOVE HOST-ACCT-ID TO WS-CDCR-ACCT-ID
           MOVE WS-CDCR-ACCT-ID TO WS-CDCD-KEY
           MOVE SPACES TO WS-CDCD-IMAGE

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS, ACCT_CURR_BAL,
                      ACCT_CREDIT_LIMIT, ACCT_CASH_CREDIT_LIMIT,
                      COALESCE(ACCT_OPEN_DATE, ' '),
                      COALESCE(ACCT_EXPIRAION_DATE, ' '),
                      COALESCE(ACCT_ADDR_ZIP, ' '),
                      COALESCE(ACCT_GROUP_ID, ' '),
                      COALESCE(ACCT_AUTOPAY_ENROLL_FLAG, 'N'),
                      COALESCE(ACCT_PAYMENT_DUE_DATE, ' '),
                      COALESCE(ACCT_CYCLE_DAY, 0),
                      COALESCE(ACCT_SETTLED_DATE, ' ')
               INTO :HOST-ACCT-STATUS, :HOST-ACCT-CURR-BAL,
                    :HOST-ACCT-CREDIT-LIMIT, :HOST-ACCT-CASH-LIMIT,
                    :HOST-ACCT-OPEN-DATE, :HOST-ACCT-EXPIRY-DATE,
                    :HOST-ACCT-ZIP, :HOST-ACCT-GROUP-ID,
                    :HOST-ACCT-AUTOPAY, :HOST-ACCT-DUE-DATE,
                    :HOST-ACCT-CYCLE-DAY, :HOST-ACCT-SETTLED-DATE
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-ACCT-STATUS TO WS-CDCA-ACTIVE-STATUS
                   MOVE HOST-ACCT-CURR-BAL TO WS-CDCA-CURR-BAL
                   MOVE HOST-ACCT-CREDIT-LIMIT TO WS-CDCA-CREDIT-LIMIT
                   MOVE HOST-ACCT-CASH-LIMIT TO WS-CDCA-CASH-LIMIT
                   MOVE HOST-ACCT-OPEN-DATE TO WS-CDCA-OPEN-DATE
                   MOVE HOST-ACCT-EXPIRY-DATE TO WS-CDCA-EXPIRY-DATE
                   MOVE HOST-ACCT-ZIP TO WS-CDCA-ADDR-ZIP
                   MOVE HOST-ACCT-GROUP-ID TO WS-CDCA-GROUP-ID
                   MOVE HOST-ACCT-AUTOPAY TO WS-CDCA-AUTOPAY-FLAG
                   MOVE HOST-ACCT-DUE-DATE TO WS-CDCA-PAYMENT-DUE-DATE
                   MOVE HOST-ACCT-CYCLE-DAY TO WS-CDCA-CYCLE-DAY
                   MOVE HOST-ACCT-SETTLED-DATE TO WS-CDCA-SETTLED-DATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING ACCTDAT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
           END-EVALUATE

           PERFORM 8900-WRITE-DETAIL.

      *----------------------------------------------------------------*
      *                   8300-WRITE-CARD-DETAIL
      * Completes the detail with HOST-CARD-NUM's current image and
      * leaves its CXACAIX row in HOST-XREF-* for the caller
      * (HOST-XREF-IND negative when the card has none).
      *----------------------------------------------------------------*
       8300-WRITE-CARD-DETAIL.

           MOVE HOST-CARD-NUM TO WS-CDCD-KEY
           MOVE SPACES TO WS-CDCD-IMAGE
           MOVE -1 TO HOST-XREF-IND

           EXEC SQL
               SELECT C.CARD_ACCT_ID,
                      COALESCE(C.CARD_EMBOSSED_NAME, ' '),
                      COALESCE(C.CARD_EXPIRAION_DATE, ' '),
                      C.CARD_ACTIVE_STATUS,
                      COALESCE(C.CARD_ISSUED_DATE, ' '),
                      X.XREF_ACCT_ID, X.XREF_CUST_ID
               INTO :HOST-CARD-ACCT-ID, :HOST-CARD-EMBOSSED-NAME,
                    :HOST-CARD-EXPIRY-DATE, :HOST-CARD-STATUS,
                    :HOST-CARD-ISSUED-DATE,
                    :HOST-XREF-ACCT-ID :HOST-XREF-IND,
                    :HOST-XREF-CUST-ID :HOST-XREF-IND
               FROM CARDDAT C
               LEFT OUTER JOIN CXACAIX X
                 ON X.XREF_CARD_NUM = C.CARD_NUM
               WHERE C.CARD_NUM = :HOST-CARD-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-CARD-ACCT-ID TO WS-CDCR-ACCT-ID
                   MOVE HOST-CARD-EMBOSSED-NAME
                     TO WS-CDCR-EMBOSSED-NAME
                   MOVE HOST-CARD-EXPIRY-DATE TO WS-CDCR-EXPIRY-DATE
                   MOVE HOST-CARD-STATUS TO WS-CDCR-ACTIVE-STATUS
                   MOVE HOST-CARD-ISSUED-DATE TO WS-CDCR-ISSUED-DATE
               WHEN 100
                   MOVE -1 TO HOST-XREF-IND
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CARDDAT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-EXTRACT-ERRORS
                   MOVE -1 TO HOST-XREF-IND
           END-EVALUATE

           PERFORM 8900-WRITE-DETAIL.

      *----------------------------------------------------------------*
      *                   8400-WRITE-XREF-DETAIL
      * The card's CXACAIX link as read by 8300-WRITE-CARD-DETAIL.
      *----------------------------------------------------------------*
       8400-WRITE-XREF-DETAIL.

           MOVE HOST-CARD-NUM TO WS-CDCD-KEY
           MOVE SPACES TO WS-CDCD-IMAGE
           MOVE SPACES TO WS-CDCD-FIELD-NAME
           MOVE SPACES TO WS-CDCD-BEFORE-VALUE
           MOVE SPACES TO WS-CDCD-AFTER-VALUE
           MOVE HOST-CARD-NUM TO WS-CDCX-CARD-NUM
           MOVE HOST-XREF-ACCT-ID TO WS-CDCX-ACCT-ID
           MOVE HOST-XREF-CUST-ID TO WS-CDCX-CUST-ID
           PERFORM 8900-WRITE-DETAIL.

      *----------------------------------------------------------------*
      *                     8900-WRITE-DETAIL
      *----------------------------------------------------------------*
       8900-WRITE-DETAIL.

           WRITE CDC-DELTA-RECORD FROM WS-CDC-DETAIL

           IF WS-CDC-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CDC-DELTA-FILE - STATUS: '
                       WS-CDC-FILE-STATUS
               ADD 1 TO WS-EXTRACT-ERRORS
           ELSE
               ADD 1 TO WS-TOTAL-WRITTEN
               EVALUATE WS-CDCD-ENTITY
                   WHEN 'CUST'
                       ADD 1 TO WS-CUST-WRITTEN
                   WHEN 'ACCT'
                       ADD 1 TO WS-ACCT-WRITTEN
                   WHEN 'CARD'
                       ADD 1 TO WS-CARD-WRITTEN
                   WHEN 'XREF'
                       ADD 1 TO WS-XREF-WRITTEN
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      * The trailer closes the file and the run is logged on CDCRUN
      * only when the file is complete - a failed run leaves the
      * sequence and window where they were, so the rerun sends the
      * same number with everything in it.
      *----------------------------------------------------------------*
       3000-FINALIZE.

           IF WS-CDC-FILE-STATUS = '00'
               MOVE CDC-SEQ-NUM TO WS-CDCT-SEQ-NUM
               MOVE WS-CUST-WRITTEN TO WS-CDCT-CUST-CNT
               MOVE WS-ACCT-WRITTEN TO WS-CDCT-ACCT-CNT
               MOVE WS-CARD-WRITTEN TO WS-CDCT-CARD-CNT
               MOVE WS-XREF-WRITTEN TO WS-CDCT-XREF-CNT
               MOVE WS-TOTAL-WRITTEN TO WS-CDCT-TOTAL-CNT
               WRITE CDC-DELTA-RECORD FROM WS-CDC-TRAILER
               CLOSE CDC-DELTA-FILE
           END-IF

           IF WS-EXTRACT-ERRORS = 0
               MOVE WS-CUST-WRITTEN TO CDC-CUST-CNT
               MOVE WS-ACCT-WRITTEN TO CDC-ACCT-CNT
               MOVE WS-CARD-WRITTEN TO CDC-CARD-CNT
               MOVE WS-XREF-WRITTEN TO CDC-XREF-CNT
               MOVE WS-TOTAL-WRITTEN TO CDC-TOTAL-CNT
               EXEC SQL
                   INSERT INTO CDCRUN
                   (CDC_SEQ_NUM, CDC_RUN_DATE, CDC_MODE,
                    CDC_LOW_TS, CDC_HIGH_TS, CDC_CUST_CNT,
                    CDC_ACCT_CNT, CDC_CARD_CNT, CDC_XREF_CNT,
                    CDC_TOTAL_CNT, CDC_CREATE_TS)
                   VALUES
                   (:CDC-SEQ-NUM, :CDC-RUN-DATE, :CDC-MODE,
                    :CDC-LOW-TS, :CDC-HIGH-TS, :CDC-CUST-CNT,
                    :CDC-ACCT-CNT, :CDC-CARD-CNT, :CDC-XREF-CNT,
                    :CDC-TOTAL-CNT, CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR LOGGING CDCRUN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-EXTRACT-ERRORS
               END-IF
           END-IF

           DISPLAY 'HISTORY ROWS READ......: ' WS-ROWS-READ
           DISPLAY 'CUSTOMER RECORDS.......: ' WS-CUST-WRITTEN
           DISPLAY 'ACCOUNT RECORDS........: ' WS-ACCT-WRITTEN
           DISPLAY 'CARD RECORDS...........: ' WS-CARD-WRITTEN
           DISPLAY 'CROSS-REFERENCE RECORDS: ' WS-XREF-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-EXTRACT-ERRORS

           IF WS-EXTRACT-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLJPL.

      *----------------------------------------------------------------*
      *            GET-BUSINESS-DATE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLBPL.

      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.
