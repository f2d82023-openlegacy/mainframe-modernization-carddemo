      *****************************************************************
      * Program     : CBACT95A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Bulk compromised-card processing - loads the
      *               card network's breach alert file (our card
      *               numbers exposed in a third-party breach) and
      *               matches each PAN to CARDDAT. By the alert's
      *               severity and the card's status a card is
      *               either put under enhanced monitoring (CRDWATCH,
      *               which tightens COTRN02A's fraud review
      *               threshold for the card) or blocked and
      *               reissued with the same mechanics as CBACT11A's
      *               expiry reissue: new number, old card retired
      *               as Reissued, CXACAIX repointed, the old/new
      *               pair staged on CARDUPDT for the account
      *               updater, and the cardholder notice queued. The
      *               new card is born Pending, so CBACT42A orders
      *               its plastic on CRDFULF. The control report
      *               (BRCHRPT) shows alerts received, matched,
      *               monitored, reissued and unmatched.
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
      * 2026-10-15 - New batch job: network breach alert file - bulk
      *              monitor or reissue of compromised cards
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT95A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRCH-ALERT-FILE ASSIGN TO BRCHALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-FILE-STATUS.
           SELECT BRCH-RPT-FILE ASSIGN TO BRCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD BRCH-ALERT-FILE
           RECORDING MODE IS F.
       01 BRCH-ALERT-IN-RECORD.
      *   'HDR' opens an alert with the network's reference and date,
      *   'TRL' closes it with the card count; otherwise one exposed
      *   card per record.
          05 BAI-CARD-NUM               PIC X(16).
      *   'H' high - track/security code data taken; 'M' medium -
      *   number and expiry; 'L' low - number only
          05 BAI-SEVERITY               PIC X(01).
             88 BAI-SEVERITY-HIGH                 VALUE 'H'.
             88 BAI-SEVERITY-MEDIUM               VALUE 'M'.
             88 BAI-SEVERITY-LOW                  VALUE 'L'.
             88 BAI-SEVERITY-VALID                VALUE 'H' 'M' 'L'.
          05 BAI-EXPOSURE-DATE          PIC X(10).
          05 FILLER                     PIC X(53).

       FD BRCH-RPT-FILE
           RECORDING MODE IS F.
       01 BRCH-RPT-LINE                  PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT95A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-ALR-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * A high-severity alert on an active card reissues it; anything
      * less, or a card not yet activated, is watched - a medium
      * alert for 180 days at half the review threshold, a low one
      * for 90 days at three-quarters. Reissued cards get the same
      * validity period as CBACT11A's expiry reissue.
       01 WS-CONSTANTS.
         05 WS-MED-WATCH-DAYS           PIC S9(04) COMP VALUE 180.
         05 WS-MED-WATCH-PCT            PIC S9(03) VALUE 50.
         05 WS-LOW-WATCH-DAYS           PIC S9(04) COMP VALUE 90.
         05 WS-LOW-WATCH-PCT            PIC S9(03) VALUE 75.
         05 WS-REISSUE-VALIDITY-DAYS    PIC S9(04) COMP VALUE 1095.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ALERTS-RECEIVED          PIC 9(07) VALUE ZEROS.
         05 WS-ALERTS-MATCHED           PIC 9(07) VALUE ZEROS.
         05 WS-CARDS-MONITORED          PIC 9(07) VALUE ZEROS.
         05 WS-CARDS-REISSUED           PIC 9(07) VALUE ZEROS.
         05 WS-CARDS-NO-ACTION          PIC 9(07) VALUE ZEROS.
         05 WS-ALERTS-UNMATCHED         PIC 9(07) VALUE ZEROS.
         05 WS-ALERTS-INVALID           PIC 9(07) VALUE ZEROS.
         05 WS-ALERT-ERRORS             PIC 9(07) VALUE ZEROS.

      * Envelope - the network's own statement of what it sent
       01 WS-ENVELOPE-FIELDS.
         05 WS-ENV-HEADER-LAYOUT.
            10 WS-ENV-H-MARK            PIC X(03).
            10 WS-ENV-H-ALERT-REF       PIC X(12).
            10 WS-ENV-H-ALERT-DATE      PIC X(10).
            10 FILLER                   PIC X(55).
         05 WS-ENV-TRAILER-LAYOUT.
            10 WS-ENV-T-MARK            PIC X(03).
            10 WS-ENV-T-ITEM-COUNT      PIC X(09).
            10 FILLER                   PIC X(68).
         05 WS-ENV-ALERT-REF            PIC X(12) VALUE SPACES.
         05 WS-ENV-STATED-COUNT         PIC 9(09) VALUE ZEROS.
         05 WS-ENV-ITEM-COUNT           PIC 9(09) VALUE ZEROS.
         05 WS-ENV-OPEN-FLAG            PIC X(01) VALUE 'N'.
           88 ENV-OPEN                            VALUE 'Y'.
           88 ENV-NOT-OPEN                        VALUE 'N'.

       01 WS-DATE-FIELDS.
         05 WS-BIZDT-INT                PIC S9(09) COMP.
         05 WS-DATE-INT                 PIC S9(09) COMP.
         05 WS-DATE-YYYYMMDD            PIC 9(08).

      * New-card-number generation, same recipe as COCRDUPA's
      * GENERATE-REPLACEMENT-CARD-NUM.
       01 WS-NEW-CARD-FIELDS.
         05 WS-CARD-NUM-SEQ-DISPLAY     PIC 9(15).
         05 WS-NEW-CARD-NUMBER          PIC X(16).

       01 WS-WORK-FIELDS.
         05 WS-ITEM-SEQ                 PIC 9(07) VALUE ZEROS.
         05 WS-ITEM-DISPOSITION         PIC X(40) VALUE SPACES.
         05 WS-OUT-LINE                 PIC X(132).
         05 WS-SEQ-EDIT                 PIC Z(06)9.
         05 WS-CNT-EDIT                 PIC Z(08)9.
         05 WS-CNT-EDIT-2               PIC Z(08)9.

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 ALERT-FILE-EOF                        VALUE 'Y'.
         88 ALERT-FILE-NOT-EOF                    VALUE 'N'.

       01 WS-CARD-ERR-FLAG             PIC X(01) VALUE 'N'.
         88 CARD-ERR-ON                           VALUE 'Y'.
         88 CARD-ERR-OFF                          VALUE 'N'.

      * Customer notification queue insert - see CSUTLNPL for the
      * shared logic.
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      * Run control - see CSUTLJPL for the shared logic.
      * JOBRUN-START refuses a second run for a date that
      * has already completed and enforces the job's
      * dependency; JOBRUN-END marks tonight's run complete.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.

      * Business processing date - see CSUTLBPL; all date
      * logic keys off the BIZDATE control row, not the
      * wall clock, so reruns stamp the right date.
       01 WS-BIZDT-FIELDS.
       COPY CSUTLBWY.

      * Durable run totals - see CSUTLTPL; written at end
      * of run for the day-end balancing proof.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Luhn check-digit work fields (shared logic CSUTLLPL)
       01 WS-LUHN-FIELDS.
       COPY CSUTLLWY.

       01 WS-BIN-WORK-FIELDS.
         05 WS-BIN-SEQ-EDIT            PIC 9(09).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Host variables - the CARDDAT row named by the alert
       01 HOST-CARD-RECORD.
         05 HOST-CARD-NUM               PIC X(16).
         05 HOST-CARD-ACCT-ID           PIC S9(11) COMP.
         05 HOST-CARD-EXPIRY-DATE       PIC X(10).
         05 HOST-CARD-EMBOSSED-NAME     PIC X(50).
         05 HOST-CARD-ACTIVE-STATUS     PIC X(01).

      * Owning account's status, checked before a card is acted on
       01 HOST-ACCT-ACTIVE-STATUS       PIC X(01).

      * Newly-minted replacement card
       01 HOST-NEW-CARD-NUM             PIC X(16).
       01 HOST-NEW-EXPIRY-DATE          PIC X(10).
       01 HOST-BIN-RANGE.
         05 HOST-BIN-PREFIX             PIC X(06).
         05 HOST-BIN-NEXT-SEQ           PIC S9(09) COMP.
       01 HOST-CARD-NUM-SEQ             PIC S9(18) COMP-3.

       01 HOST-WATCH-COUNT              PIC S9(04) COMP.

       COPY CVCWT01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT95A - BREACH ALERT PROCESSING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT95A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ALERT-FILE
               UNTIL ALERT-FILE-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT95A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ALERTS-RECEIVED TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-CARDS-MONITORED + WS-CARDS-REISSUED
           COMPUTE WS-RTOT-RECS-REJECTED =
               WS-ALERTS-UNMATCHED + WS-ALERTS-INVALID
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT95A - BREACH ALERT PROCESSING ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ALERTS-RECEIVED
           MOVE ZEROS TO WS-ALERTS-MATCHED
           MOVE ZEROS TO WS-CARDS-MONITORED
           MOVE ZEROS TO WS-CARDS-REISSUED
           MOVE ZEROS TO WS-CARDS-NO-ACTION
           MOVE ZEROS TO WS-ALERTS-UNMATCHED
           MOVE ZEROS TO WS-ALERTS-INVALID
           MOVE ZEROS TO WS-ALERT-ERRORS
           MOVE ZEROS TO WS-ITEM-SEQ
           SET ALERT-FILE-NOT-EOF TO TRUE
           SET ENV-NOT-OPEN TO TRUE

           COMPUTE WS-BIZDT-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)
           COMPUTE WS-DATE-INT =
               WS-BIZDT-INT + WS-REISSUE-VALIDITY-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO HOST-NEW-EXPIRY-DATE
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-NEW-EXPIRY-DATE

           OPEN OUTPUT BRCH-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BRCH-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-ALERT-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'CBACT95A  NETWORK BREACH ALERT CONTROL REPORT  '
                  'BUSINESS DATE ' WS-BIZDT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING '    SEQ CARD             SEV DISPOSITION'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           OPEN INPUT BRCH-ALERT-FILE
           IF WS-ALR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BRCH-ALERT-FILE - STATUS: '
                       WS-ALR-FILE-STATUS
               SET ALERT-FILE-EOF TO TRUE
               ADD 1 TO WS-ALERT-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   2000-PROCESS-ALERT-FILE
      *----------------------------------------------------------------*
       2000-PROCESS-ALERT-FILE.

           READ BRCH-ALERT-FILE
               AT END
                   SET ALERT-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BRCH-ALERT-IN-RECORD(1:3) = 'HDR'
                           PERFORM 2010-OPEN-ENVELOPE
                       WHEN BRCH-ALERT-IN-RECORD(1:3) = 'TRL'
                           PERFORM 2020-CLOSE-ENVELOPE
                              THRU 2020-CLOSE-ENVELOPE-EXIT
                       WHEN OTHER
                           ADD 1 TO WS-ALERTS-RECEIVED
                           PERFORM 2100-PROCESS-ONE-ALERT
                              THRU 2100-PROCESS-ONE-ALERT-EXIT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      *                   2010-OPEN-ENVELOPE
      * One alert per envelope - the network's reference is carried
      * onto every watch the alert sets.
      *----------------------------------------------------------------*
       2010-OPEN-ENVELOPE.

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** HDR RECORD BEFORE THE PREVIOUS TRL'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'BREACH ALERT FILE HAS A HDR WITHOUT A TRL'
               ADD 1 TO WS-ALERT-ERRORS
           END-IF

           SET ENV-OPEN TO TRUE
           MOVE BRCH-ALERT-IN-RECORD TO WS-ENV-HEADER-LAYOUT
           MOVE ZEROS TO WS-ENV-ITEM-COUNT
           MOVE WS-ENV-H-ALERT-REF TO WS-ENV-ALERT-REF

           MOVE SPACES TO WS-OUT-LINE
           STRING 'NETWORK ALERT ' WS-ENV-ALERT-REF
                  ' DATED ' WS-ENV-H-ALERT-DATE
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2020-CLOSE-ENVELOPE
      *----------------------------------------------------------------*
       2020-CLOSE-ENVELOPE.

           IF ENV-NOT-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** TRL RECORD WITHOUT A HDR - IGNORED'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'BREACH ALERT FILE HAS A TRL WITHOUT A HDR'
               ADD 1 TO WS-ALERT-ERRORS
               GO TO 2020-CLOSE-ENVELOPE-EXIT
           END-IF

           SET ENV-NOT-OPEN TO TRUE
           MOVE BRCH-ALERT-IN-RECORD TO WS-ENV-TRAILER-LAYOUT
           IF WS-ENV-T-ITEM-COUNT IS NUMERIC
               MOVE WS-ENV-T-ITEM-COUNT TO WS-ENV-STATED-COUNT
           ELSE
               MOVE ZEROS TO WS-ENV-STATED-COUNT
           END-IF

           MOVE WS-ENV-ITEM-COUNT TO WS-CNT-EDIT
           MOVE WS-ENV-STATED-COUNT TO WS-CNT-EDIT-2
           MOVE SPACES TO WS-OUT-LINE
           STRING '    CARDS ON ALERT ' WS-CNT-EDIT
                  '   STATED ' WS-CNT-EDIT-2
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           IF WS-ENV-ITEM-COUNT NOT = WS-ENV-STATED-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** BREACH ALERT OUT OF BALANCE **'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY '** BREACH ALERT OUT OF BALANCE ** CARDS '
                       WS-CNT-EDIT ' STATED ' WS-CNT-EDIT-2
               ADD 1 TO WS-ALERT-ERRORS
           END-IF.
       2020-CLOSE-ENVELOPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2100-PROCESS-ONE-ALERT
      * Severity and card status decide the action:
      *   active card, active account, high severity - reissue
      *   active card, medium/low severity           - monitor
      *   card not yet activated, any severity       - monitor
      *   card already replaced/closed, or account
      *   closed                                     - no action
      * Acting on a card already reissued or watched by an earlier
      * run is harmless: the card is no longer active, or the watch
      * is simply kept at its longest and tightest.
      *----------------------------------------------------------------*
       2100-PROCESS-ONE-ALERT.

           MOVE SPACES TO WS-ITEM-DISPOSITION
           SET CARD-ERR-OFF TO TRUE

           IF ENV-NOT-OPEN
               MOVE SPACES TO WS-OUT-LINE
               STRING '** CARD OUTSIDE ANY HDR/TRL ENVELOPE - '
                      BAI-CARD-NUM ' NOT PROCESSED'
                 DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               ADD 1 TO WS-ALERT-ERRORS
               GO TO 2100-PROCESS-ONE-ALERT-EXIT
           END-IF

           ADD 1 TO WS-ENV-ITEM-COUNT
           ADD 1 TO WS-ITEM-SEQ

           IF BAI-CARD-NUM = SPACES OR NOT BAI-SEVERITY-VALID
               ADD 1 TO WS-ALERTS-INVALID
               MOVE 'NOT PROCESSED - INVALID CARD OR SEVERITY'
                 TO WS-ITEM-DISPOSITION
               PERFORM 2800-WRITE-ITEM-LINE
               GO TO 2100-PROCESS-ONE-ALERT-EXIT
           END-IF

           MOVE BAI-CARD-NUM TO HOST-CARD-NUM
           EXEC SQL
               SELECT C.CARD_ACCT_ID, C.CARD_EXPIRAION_DATE,
                      C.CARD_EMBOSSED_NAME, C.CARD_ACTIVE_STATUS,
                      A.ACCT_ACTIVE_STATUS
               INTO :HOST-CARD-ACCT-ID, :HOST-CARD-EXPIRY-DATE,
                    :HOST-CARD-EMBOSSED-NAME,
                    :HOST-CARD-ACTIVE-STATUS,
                    :HOST-ACCT-ACTIVE-STATUS
               FROM CARDDAT C, ACCTDAT A
               WHERE C.CARD_NUM = :HOST-CARD-NUM
               AND   A.ACCT_ID = C.CARD_ACCT_ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ALERTS-MATCHED
               WHEN 100
                   ADD 1 TO WS-ALERTS-UNMATCHED
                   MOVE 'UNMATCHED - NOT A CARD ON FILE'
                     TO WS-ITEM-DISPOSITION
                   PERFORM 2800-WRITE-ITEM-LINE
                   GO TO 2100-PROCESS-ONE-ALERT-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING CARDDAT FOR: '
                           HOST-CARD-NUM ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ALERT-ERRORS
                   MOVE 'DB ERROR' TO WS-ITEM-DISPOSITION
                   PERFORM 2800-WRITE-ITEM-LINE
                   GO TO 2100-PROCESS-ONE-ALERT-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN HOST-ACCT-ACTIVE-STATUS NOT = 'Y'
                   ADD 1 TO WS-CARDS-NO-ACTION
                   MOVE 'NO ACTION - ACCOUNT NOT ACTIVE'
                     TO WS-ITEM-DISPOSITION
               WHEN HOST-CARD-ACTIVE-STATUS = 'Y'
                AND BAI-SEVERITY-HIGH
                   PERFORM 2200-REISSUE-CARD
               WHEN HOST-CARD-ACTIVE-STATUS = 'Y'
                 OR HOST-CARD-ACTIVE-STATUS = 'P'
                   PERFORM 2300-MONITOR-CARD
               WHEN OTHER
                   ADD 1 TO WS-CARDS-NO-ACTION
                   STRING 'NO ACTION - CARD STATUS '
                          HOST-CARD-ACTIVE-STATUS
                     DELIMITED BY SIZE INTO WS-ITEM-DISPOSITION
           END-EVALUATE

           PERFORM 2800-WRITE-ITEM-LINE.
       2100-PROCESS-ONE-ALERT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2200-REISSUE-CARD
      * Same replace-in-place mechanics as CBACT11A's 2200-REISSUE-
      * CARD: mint a new card number, retire the old card as
      * Reissued (which blocks it), insert the new card Pending,
      * repoint CXACAIX, stage the CARDUPDT pair and queue the
      * cardholder notice, all in one unit of work.
      *----------------------------------------------------------------*
       2200-REISSUE-CARD.

           PERFORM 2210-GENERATE-NEW-CARD-NUM

           IF CARD-ERR-OFF
               PERFORM 2220-DEACTIVATE-OLD-CARD-DB2
           END-IF

           IF CARD-ERR-OFF
               PERFORM 2230-INSERT-NEW-CARD-DB2
           END-IF

           IF CARD-ERR-OFF
               PERFORM 2240-REPOINT-CXACAIX-DB2
           END-IF

           IF CARD-ERR-OFF
               PERFORM 2245-STAGE-ACCOUNT-UPDATER-DB2
           END-IF

           IF CARD-ERR-OFF
               PERFORM 2250-WRITE-REISSUE-NOTIFY-DB2
           END-IF

           IF CARD-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CARDS-REISSUED
               STRING 'BLOCKED AND REISSUED - NEW CARD '
                      HOST-NEW-CARD-NUM
                 DELIMITED BY SIZE INTO WS-ITEM-DISPOSITION
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ALERT-ERRORS
               MOVE 'REISSUE FAILED - SEE JOB LOG'
                 TO WS-ITEM-DISPOSITION
           END-IF.

      *----------------------------------------------------------------*
      *                      2210-GENERATE-NEW-CARD-NUM
      *----------------------------------------------------------------*
       2210-GENERATE-NEW-CARD-NUM.

           EXEC SQL
               SELECT NEXT VALUE FOR CARD_NUM_SEQ
               INTO :HOST-CARD-NUM-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET CARD-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR GETTING CARD_NUM_SEQ - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           ELSE
               MOVE HOST-CARD-NUM-SEQ TO WS-CARD-NUM-SEQ-DISPLAY

      * Card numbers are governed by the BINRANGE table: issuer
      * prefix plus the range's own sequence, closed with a Luhn
      * check digit. An installation with no active BIN range
      * falls back to the original '4' + sequence format. No
      * security code is minted here - CBACT42A cuts it when it
      * orders the plastic.
               PERFORM 2215-BUILD-CARD-NUMBER

               MOVE WS-NEW-CARD-NUMBER TO HOST-NEW-CARD-NUM
           END-IF.

      *----------------------------------------------------------------*
      *                      2215-BUILD-CARD-NUMBER
      *----------------------------------------------------------------*
      * The sequence row is fetched through an update cursor so this
      * run cannot race an online account open (COACTADA) into
      * minting the same card number from a stale read.
       2215-BUILD-CARD-NUMBER.

           EXEC SQL
               DECLARE CUR-BIN-SEQ CURSOR FOR
               SELECT BIN_PREFIX, BIN_NEXT_SEQ
               FROM BINRANGE
               WHERE BIN_ACTIVE_IND = 'Y'
               AND   BIN_PREFIX =
                     (SELECT MIN(BIN_PREFIX) FROM BINRANGE
                      WHERE BIN_ACTIVE_IND = 'Y')
               FOR UPDATE OF BIN_NEXT_SEQ
           END-EXEC

           EXEC SQL
               OPEN CUR-BIN-SEQ
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   FETCH CUR-BIN-SEQ
                   INTO :HOST-BIN-PREFIX, :HOST-BIN-NEXT-SEQ
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-BIN-NEXT-SEQ TO WS-BIN-SEQ-EDIT
                   MOVE SPACES TO WS-LUHN-CARD-NUM
                   STRING HOST-BIN-PREFIX
                          WS-BIN-SEQ-EDIT
                          '0'
                          DELIMITED BY SIZE
                          INTO WS-LUHN-CARD-NUM
                   END-STRING
                   PERFORM COMPUTE-LUHN-CHECK-DIGIT
                      THRU COMPUTE-LUHN-CHECK-DIGIT-EXIT
                   MOVE WS-LUHN-CARD-NUM TO WS-NEW-CARD-NUMBER

                   ADD 1 TO HOST-BIN-NEXT-SEQ
                   EXEC SQL
                       UPDATE BINRANGE
                       SET BIN_NEXT_SEQ = :HOST-BIN-NEXT-SEQ
                       WHERE CURRENT OF CUR-BIN-SEQ
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET CARD-ERR-ON TO TRUE
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       DISPLAY 'ERROR ADVANCING BINRANGE - SQLCODE: '
                               WS-SQLCODE-DISPLAY
                   END-IF
                   EXEC SQL
                       CLOSE CUR-BIN-SEQ
                   END-EXEC
               WHEN 100
                   EXEC SQL
                       CLOSE CUR-BIN-SEQ
                   END-EXEC
                   STRING '4' WS-CARD-NUM-SEQ-DISPLAY
                          DELIMITED BY SIZE
                          INTO WS-NEW-CARD-NUMBER
                   END-STRING
               WHEN OTHER
                   SET CARD-ERR-ON TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING BINRANGE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2220-DEACTIVATE-OLD-CARD-DB2
      * Reissued, not plain Inactive - the compromised number is
      * dead from this commit on and COCRDUPA will not change it
      * further.
      *----------------------------------------------------------------*
       2220-DEACTIVATE-OLD-CARD-DB2.

           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'R'
               WHERE CARD_NUM = :HOST-CARD-NUM
               AND CARD_ACTIVE_STATUS = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               SET CARD-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR RETIRING OLD CARD: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2230-INSERT-NEW-CARD-DB2
      * Born Pending with the business date as its issued date, so
      * CBACT42A picks it up for embossing and COCRDACA activates it.
      *----------------------------------------------------------------*
       2230-INSERT-NEW-CARD-DB2.

           EXEC SQL
               INSERT INTO CARDDAT (
                   CARD_NUM,
                   CARD_ACCT_ID,
                   CARD_CVV_DIGEST,
                   CARD_EMBOSSED_NAME,
                   CARD_EXPIRAION_DATE,
                   CARD_ACTIVE_STATUS,
                   CARD_ISSUED_DATE
               ) VALUES (
                   :HOST-NEW-CARD-NUM,
                   :HOST-CARD-ACCT-ID,
                   ' ',
                   :HOST-CARD-EMBOSSED-NAME,
                   :HOST-NEW-EXPIRY-DATE,
                   'P',
                   :WS-BIZDT-DATE
               )
           END-EXEC

           IF SQLCODE NOT = 0
               SET CARD-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING NEW CARD FOR: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2240-REPOINT-CXACAIX-DB2
      *----------------------------------------------------------------*
       2240-REPOINT-CXACAIX-DB2.

           EXEC SQL
               UPDATE CXACAIX
               SET XREF_CARD_NUM = :HOST-NEW-CARD-NUM
               WHERE XREF_CARD_NUM = :HOST-CARD-NUM
           END-EXEC

           IF SQLCODE NOT = 0
               SET CARD-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR REPOINTING CXACAIX FOR: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                  2245-STAGE-ACCOUNT-UPDATER-DB2
      * Pairs the compromised PAN/expiry with the new one on
      * CARDUPDT for the CBACT44A account-updater feed. Shares the
      * reissue unit of work - no COMMIT here.
      *----------------------------------------------------------------*
       2245-STAGE-ACCOUNT-UPDATER-DB2.

           EXEC SQL
               INSERT INTO CARDUPDT
               (CUP_OLD_CARD_NUM, CUP_OLD_EXPIRY_DATE,
                CUP_NEW_CARD_NUM, CUP_NEW_EXPIRY_DATE,
                CUP_ACCT_ID, CUP_STATUS, CUP_CREATE_TS)
               VALUES
               (:HOST-CARD-NUM, :HOST-CARD-EXPIRY-DATE,
                :HOST-NEW-CARD-NUM, :HOST-NEW-EXPIRY-DATE,
                :HOST-CARD-ACCT-ID, 'P', CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               SET CARD-ERR-ON TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING CARDUPDT FOR: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2250-WRITE-REISSUE-NOTIFY-DB2
      *----------------------------------------------------------------*
       2250-WRITE-REISSUE-NOTIFY-DB2.

           MOVE HOST-CARD-ACCT-ID      TO WS-NOTIFY-ACCT-ID
           MOVE HOST-NEW-CARD-NUM      TO WS-NOTIFY-CARD-NUM
           SET NOTIFY-TYPE-CARD-CHANGE TO TRUE
           MOVE 'Your card was exposed in a merchant data breach and h
      -         'as been replaced' TO WS-NOTIFY-MSG

           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT

           IF NOTIFY-ERR-ON
               SET CARD-ERR-ON TO TRUE
               MOVE WS-NOTIFY-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING NOTIFY_QUEUE FOR: '
                       HOST-CARD-NUM ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      2300-MONITOR-CARD
      * Puts the card on CRDWATCH, or keeps an existing watch at the
      * later end date and the tighter percentage of the two.
      *----------------------------------------------------------------*
       2300-MONITOR-CARD.

           IF BAI-SEVERITY-LOW
               COMPUTE WS-DATE-INT = WS-BIZDT-INT + WS-LOW-WATCH-DAYS
               MOVE WS-LOW-WATCH-PCT TO CWT-THRESHOLD-PCT
           ELSE
               COMPUTE WS-DATE-INT = WS-BIZDT-INT + WS-MED-WATCH-DAYS
               MOVE WS-MED-WATCH-PCT TO CWT-THRESHOLD-PCT
           END-IF
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO CWT-END-DATE
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO CWT-END-DATE

           MOVE HOST-CARD-NUM TO CWT-CARD-NUM
           MOVE HOST-CARD-ACCT-ID TO CWT-ACCT-ID
           SET CWT-REASON-BREACH-ALERT TO TRUE
           MOVE WS-ENV-ALERT-REF TO CWT-ALERT-REF
           MOVE WS-BIZDT-DATE TO CWT-START-DATE

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-WATCH-COUNT
               FROM CRDWATCH
               WHERE CWT_CARD_NUM = :CWT-CARD-NUM
           END-EXEC

           IF SQLCODE = 0
               IF HOST-WATCH-COUNT = 0
                   EXEC SQL
                       INSERT INTO CRDWATCH
                       (CWT_CARD_NUM, CWT_ACCT_ID, CWT_REASON_CD,
                        CWT_ALERT_REF, CWT_THRESHOLD_PCT,
                        CWT_START_DATE, CWT_END_DATE, CWT_CREATE_TS)
                       VALUES
                       (:CWT-CARD-NUM, :CWT-ACCT-ID, :CWT-REASON-CD,
                        :CWT-ALERT-REF, :CWT-THRESHOLD-PCT,
                        :CWT-START-DATE, :CWT-END-DATE,
                        CURRENT TIMESTAMP)
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE CRDWATCH
                       SET CWT_ALERT_REF = :CWT-ALERT-REF,
                           CWT_REASON_CD = :CWT-REASON-CD,
                           CWT_START_DATE =
                               CASE WHEN CWT_END_DATE < :CWT-START-DATE
                                    THEN :CWT-START-DATE
                                    ELSE CWT_START_DATE END,
                           CWT_END_DATE =
                               CASE WHEN CWT_END_DATE < :CWT-END-DATE
                                    THEN :CWT-END-DATE
                                    ELSE CWT_END_DATE END,
                           CWT_THRESHOLD_PCT =
                               CASE WHEN CWT_THRESHOLD_PCT >
                                         :CWT-THRESHOLD-PCT
                                    THEN :CWT-THRESHOLD-PCT
                                    ELSE CWT_THRESHOLD_PCT END
                       WHERE CWT_CARD_NUM = :CWT-CARD-NUM
                   END-EXEC
               END-IF
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CARDS-MONITORED
               STRING 'MONITORED UNTIL ' CWT-END-DATE
                 DELIMITED BY SIZE INTO WS-ITEM-DISPOSITION
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR WRITING CRDWATCH FOR: ' HOST-CARD-NUM
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ALERT-ERRORS
               MOVE 'MONITOR FAILED - SEE JOB LOG'
                 TO WS-ITEM-DISPOSITION
           END-IF.

      *----------------------------------------------------------------*
      *                   2800-WRITE-ITEM-LINE
      *----------------------------------------------------------------*
       2800-WRITE-ITEM-LINE.

           MOVE WS-ITEM-SEQ TO WS-SEQ-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-SEQ-EDIT ' ' BAI-CARD-NUM ' ' BAI-SEVERITY
                  '   ' WS-ITEM-DISPOSITION
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      * An unbalanced or unclosed alert, or a card that could not be
      * acted on, ends the job with RC 8 for the card team.
      *----------------------------------------------------------------*
       3000-FINALIZE.

           IF ENV-OPEN
               MOVE SPACES TO WS-OUT-LINE
               MOVE '** BREACH ALERT FILE ENDS WITHOUT A TRL'
                 TO WS-OUT-LINE
               PERFORM 4900-WRITE-RPT-LINE
               DISPLAY 'BREACH ALERT FILE HAS NO TRL'
               ADD 1 TO WS-ALERT-ERRORS
           END-IF

           CLOSE BRCH-ALERT-FILE

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-ALERTS-RECEIVED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'ALERTS RECEIVED.......: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-ALERTS-MATCHED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'MATCHED TO A CARD.....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-CARDS-MONITORED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  MONITORED...........: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-CARDS-REISSUED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  BLOCKED AND REISSUED: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-CARDS-NO-ACTION TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING '  NO ACTION NEEDED....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-ALERTS-UNMATCHED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'UNMATCHED.............: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-ALERTS-INVALID TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'INVALID ALERT RECORDS.: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-ALERT-ERRORS TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'PROCESSING ERRORS.....: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           CLOSE BRCH-RPT-FILE

           DISPLAY 'ALERTS RECEIVED.......: ' WS-ALERTS-RECEIVED
           DISPLAY 'MATCHED TO A CARD.....: ' WS-ALERTS-MATCHED
           DISPLAY 'CARDS MONITORED.......: ' WS-CARDS-MONITORED
           DISPLAY 'CARDS REISSUED........: ' WS-CARDS-REISSUED
           DISPLAY 'NO ACTION NEEDED......: ' WS-CARDS-NO-ACTION
           DISPLAY 'UNMATCHED.............: ' WS-ALERTS-UNMATCHED
           DISPLAY 'INVALID ALERT RECORDS.: ' WS-ALERTS-INVALID
           DISPLAY 'PROCESSING ERRORS.....: ' WS-ALERT-ERRORS

           IF WS-ALERT-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO BRCH-RPT-LINE
           WRITE BRCH-RPT-LINE.

      *----------------------------------------------------------------*
      *                 WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLJPL.

      *----------------------------------------------------------------*
      *            GET-BUSINESS-DATE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLBPL.

      *----------------------------------------------------------------*
      *        Luhn check-digit procedures (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLLPL.

      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.
