      *****************************************************************
      * Program     : CBACT78A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly VSAM-versus-DB2 drift report. The
      *               legacy VSAM services (COACTUPL, COCRDUPL,
      *               COUSR01L-COUSR03L) still rewrite ACCTDAT,
      *               CUSTDAT, CARDDAT and USRSEC directly, outside
      *               the account history, maker-checker, security
      *               audit and password hashing the DB2 side
      *               enforces. This job reads each VSAM dataset in
      *               key order alongside the matching DB2 table and
      *               reports, key by key: keys on only one side, and
      *               field differences in balances, limits,
      *               statuses, contact data and user type, with
      *               counts by file. Report only - neither side is
      *               changed. Ends RC 4 when any drift is found, RC 8
      *               when a file or table could not be compared.
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
      * 2026-10-15 - New batch job: nightly VSAM-versus-DB2 drift
      *              report for the legacy VSAM services
      * 2026-10-15 - CUSTDAT record grows by the customer language
      *              preference
      * 2026-10-15 - ACCTDAT/CUSTDAT record lengths follow the
      *              settled date, marketing opt-out and erasure
      *              date fields
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT78A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTDAT-FILE ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CARDDAT-FILE ASSIGN TO CARDDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CARD-NUM
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT USRSEC-FILE ASSIGN TO USRSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-USR-ID
               FILE STATUS IS WS-USR-FILE-STATUS.

           SELECT DRIFT-RPT-FILE ASSIGN TO DRIFTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
      * VSAM clusters - records are read INTO the shared layouts
      * (CVACT01Y, CVCUS01Y, CVACT02Y, CSUSR01Y) the VSAM services use
       FD ACCTDAT-FILE.
       01 FD-ACCT-RECORD.
          05 FD-ACCT-ID                 PIC X(11).
          05 FILLER                     PIC X(192).

       FD CUSTDAT-FILE.
       01 FD-CUST-RECORD.
          05 FD-CUST-ID                 PIC 9(09).
          05 FILLER                     PIC X(401).

       FD CARDDAT-FILE.
       01 FD-CARD-RECORD.
          05 FD-CARD-NUM                PIC X(16).
          05 FILLER                     PIC X(100).

       FD USRSEC-FILE.
       01 FD-USR-RECORD.
          05 FD-USR-ID                  PIC X(08).
          05 FILLER                     PIC X(120).

       FD DRIFT-RPT-FILE
           RECORDING MODE IS F.
       01 DRIFT-RPT-LINE                PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT78A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.
         05 WS-ACCT-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-CUST-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-CARD-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-USR-FILE-STATUS         PIC X(02) VALUE '00'.

      * Counts by file - 1 ACCTDAT, 2 CUSTDAT, 3 CARDDAT, 4 USRSEC
       01 WS-FILE-COUNTS.
         05 WS-FC-ENTRY OCCURS 4 TIMES.
           10 WS-FC-FILE-NAME          PIC X(08).
           10 WS-FC-VSAM-READ          PIC 9(07).
           10 WS-FC-DB2-READ           PIC 9(07).
           10 WS-FC-MATCHED            PIC 9(07).
           10 WS-FC-NOT-IN-DB2         PIC 9(07).
           10 WS-FC-NOT-IN-VSAM        PIC 9(07).
           10 WS-FC-KEYS-DIFF          PIC 9(07).
           10 WS-FC-FIELD-DIFFS        PIC 9(07).
           10 WS-FC-ERRORS             PIC 9(07).
       01 WS-FX                        PIC S9(04) COMP VALUE ZEROS.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-TOT-VSAM-READ           PIC 9(07) VALUE ZEROS.
         05 WS-TOT-CLEAN               PIC 9(07) VALUE ZEROS.
         05 WS-TOT-DRIFT               PIC 9(07) VALUE ZEROS.
         05 WS-TOT-ERRORS              PIC 9(07) VALUE ZEROS.
      * Net VSAM-less-DB2 current balance over matched accounts
         05 WS-TOT-BAL-DRIFT           PIC S9(13)V99 COMP-3
                                                  VALUE ZEROS.

      * Match keys - HIGH-VALUES once a side is exhausted
       01 WS-MATCH-FIELDS.
         05 WS-VSAM-KEY                PIC X(16).
         05 WS-DB2-KEY                 PIC X(16).
         05 WS-KEY-ACCT-N              PIC 9(11).
         05 WS-KEY-CUST-N              PIC 9(09).

      * One field compare - set the field name and both values,
      * then PERFORM 8100-COMPARE-TEXT or 8200-COMPARE-AMOUNT
       01 WS-COMPARE-FIELDS.
         05 WS-CMP-FIELD               PIC X(16).
         05 WS-CMP-VSAM-TEXT           PIC X(50).
         05 WS-CMP-DB2-TEXT            PIC X(50).
         05 WS-CMP-VSAM-AMT            PIC S9(11)V99 COMP-3.
         05 WS-CMP-DB2-AMT             PIC S9(11)V99 COMP-3.
         05 WS-AMT-EDIT                PIC -(11)9.99.
         05 WS-CMP-MASK-FLAG           PIC X(01) VALUE 'N'.
           88 CMP-MASK-VALUES                     VALUE 'Y'.
           88 CMP-SHOW-VALUES                     VALUE 'N'.
         05 WS-KEY-DIFF-FLAG           PIC X(01) VALUE 'N'.
           88 KEY-HAS-DIFF                        VALUE 'Y'.
           88 KEY-NO-DIFF                         VALUE 'N'.

       01 WS-VSAM-EOF-FLAG             PIC X(01) VALUE 'N'.
         88 VSAM-EOF                              VALUE 'Y'.
         88 VSAM-NOT-EOF                          VALUE 'N'.

       01 WS-DB2-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 DB2-EOF                               VALUE 'Y'.
         88 DB2-NOT-EOF                           VALUE 'N'.

      * Report lines
       01 WS-DIFF-LINE.
         05 WS-DL-FILE                 PIC X(08).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-DL-KEY                  PIC X(16).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-DL-FIELD                PIC X(16).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-DL-VSAM-VALUE           PIC X(40).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-DL-DB2-VALUE            PIC X(40).
         05 FILLER                     PIC X(04) VALUE SPACES.

       01 WS-HEAD-LINE.
         05 FILLER                     PIC X(08) VALUE 'FILE'.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 FILLER                     PIC X(16) VALUE 'KEY'.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 FILLER                     PIC X(16) VALUE 'FIELD'.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 FILLER                     PIC X(40) VALUE 'VSAM VALUE'.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 FILLER                     PIC X(40) VALUE 'DB2 VALUE'.
         05 FILLER                     PIC X(04) VALUE SPACES.

       01 WS-COUNT-HEAD-LINE.
         05 FILLER                     PIC X(10) VALUE 'FILE'.
         05 FILLER                     PIC X(11) VALUE '  VSAM READ'.
         05 FILLER                     PIC X(11) VALUE '   DB2 READ'.
         05 FILLER                     PIC X(11) VALUE '    MATCHED'.
         05 FILLER                     PIC X(11) VALUE ' NOT IN DB2'.
         05 FILLER                     PIC X(11) VALUE 'NOT IN VSAM'.
         05 FILLER                     PIC X(11) VALUE '  KEYS DIFF'.
         05 FILLER                     PIC X(11) VALUE 'FIELD DIFFS'.
         05 FILLER                     PIC X(11) VALUE '     ERRORS'.
         05 FILLER                     PIC X(34) VALUE SPACES.

       01 WS-COUNT-LINE.
         05 WS-CL-FILE                 PIC X(10).
         05 WS-CL-VSAM-READ            PIC Z(10)9.
         05 WS-CL-DB2-READ             PIC Z(10)9.
         05 WS-CL-MATCHED              PIC Z(10)9.
         05 WS-CL-NOT-IN-DB2           PIC Z(10)9.
         05 WS-CL-NOT-IN-VSAM          PIC Z(10)9.
         05 WS-CL-KEYS-DIFF            PIC Z(10)9.
         05 WS-CL-FIELD-DIFFS          PIC Z(10)9.
         05 WS-CL-ERRORS               PIC Z(10)9.
         05 FILLER                     PIC X(34) VALUE SPACES.

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
      * of job so the day-end balancing report CBACT20A
      * can prove the night ties.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * VSAM record layouts (shared with the VSAM services)
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVACT02Y.
       COPY CSUSR01Y.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Host variables - the DB2 side of each compare, in key order
       01 HOST-ACCT-ROW.
         05 HOST-ACCT-ID               PIC S9(11) COMP-3.
         05 HOST-ACCT-ACTIVE-STATUS    PIC X(01).
         05 HOST-ACCT-CURR-BAL         PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CREDIT-LIMIT     PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CASH-LIMIT       PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CYC-CREDIT       PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CYC-DEBIT        PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-EXPIRY-DATE      PIC X(10).
         05 HOST-ACCT-ADDR-ZIP         PIC X(10).
         05 HOST-ACCT-GROUP-ID         PIC X(10).

       01 HOST-CUST-ROW.
         05 HOST-CUST-ID               PIC S9(09) COMP.
         05 HOST-CUST-FIRST-NAME       PIC X(25).
         05 HOST-CUST-MIDDLE-NAME      PIC X(25).
         05 HOST-CUST-LAST-NAME        PIC X(25).
         05 HOST-CUST-ADDR-LINE-1      PIC X(50).
         05 HOST-CUST-ADDR-LINE-2      PIC X(50).
         05 HOST-CUST-ADDR-LINE-3      PIC X(50).
         05 HOST-CUST-STATE-CD         PIC X(02).
         05 HOST-CUST-COUNTRY-CD       PIC X(03).
         05 HOST-CUST-ADDR-ZIP         PIC X(10).
         05 HOST-CUST-PHONE-1          PIC X(15).
         05 HOST-CUST-PHONE-2          PIC X(15).
         05 HOST-CUST-EMAIL            PIC X(50).

       01 HOST-CARD-ROW.
         05 HOST-CARD-NUM              PIC X(16).
         05 HOST-CARD-ACCT-ID          PIC S9(11) COMP-3.
         05 HOST-CARD-ACTIVE-STATUS    PIC X(01).
         05 HOST-CARD-EXPIRY-DATE      PIC X(10).
         05 HOST-CARD-EMBOSSED-NAME    PIC X(50).

       01 HOST-USR-ROW.
         05 HOST-USR-ID                PIC X(08).
         05 HOST-USR-FNAME             PIC X(20).
         05 HOST-USR-LNAME             PIC X(20).
         05 HOST-USR-PWD               PIC X(08).
         05 HOST-USR-TYPE              PIC X(01).
         05 HOST-USR-ACTIVE-STATUS     PIC X(01).
         05 HOST-USR-LOCKED-STATUS     PIC X(01).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT78A - VSAM/DB2 DRIFT REPORT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT78A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-ACCOUNTS
              THRU 2000-COMPARE-ACCOUNTS-EXIT
           PERFORM 3000-COMPARE-CUSTOMERS
              THRU 3000-COMPARE-CUSTOMERS-EXIT
           PERFORM 4000-COMPARE-CARDS
              THRU 4000-COMPARE-CARDS-EXIT
           PERFORM 5000-COMPARE-USERS
              THRU 5000-COMPARE-USERS-EXIT
           PERFORM 9000-FINALIZE
           MOVE 'CBACT78A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-TOT-VSAM-READ TO WS-RTOT-RECS-READ
           MOVE WS-TOT-CLEAN TO WS-RTOT-RECS-POSTED
           MOVE WS-TOT-DRIFT TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOT-BAL-DRIFT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT78A - VSAM/DB2 DRIFT REPORT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           INITIALIZE WS-FILE-COUNTS
           MOVE 'ACCTDAT' TO WS-FC-FILE-NAME(1)
           MOVE 'CUSTDAT' TO WS-FC-FILE-NAME(2)
           MOVE 'CARDDAT' TO WS-FC-FILE-NAME(3)
           MOVE 'USRSEC'  TO WS-FC-FILE-NAME(4)
           MOVE ZEROS TO WS-TOT-VSAM-READ
           MOVE ZEROS TO WS-TOT-CLEAN
           MOVE ZEROS TO WS-TOT-DRIFT
           MOVE ZEROS TO WS-TOT-ERRORS
           MOVE ZEROS TO WS-TOT-BAL-DRIFT
           SET CMP-SHOW-VALUES TO TRUE

           OPEN OUTPUT DRIFT-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DRIFT-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-TOT-ERRORS
           END-IF

           MOVE SPACES TO DRIFT-RPT-LINE
           STRING '=== VSAM-VERSUS-DB2 DRIFT REPORT FOR '
                  WS-BIZDT-DATE ' ==='
             DELIMITED BY SIZE
             INTO DRIFT-RPT-LINE
           WRITE DRIFT-RPT-LINE
           MOVE SPACES TO DRIFT-RPT-LINE
           WRITE DRIFT-RPT-LINE
           WRITE DRIFT-RPT-LINE FROM WS-HEAD-LINE.

      *----------------------------------------------------------------*
      *                  2000-COMPARE-ACCOUNTS
      * ACCTDAT cluster against table ACCTDAT. The VSAM key is the
      * zero-filled eleven-digit account number, so character order
      * on the cluster is numeric order on the table.
      *----------------------------------------------------------------*
       2000-COMPARE-ACCOUNTS.

           MOVE 1 TO WS-FX
           SET VSAM-NOT-EOF TO TRUE
           SET DB2-NOT-EOF TO TRUE

           OPEN INPUT ACCTDAT-FILE
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTDAT-FILE - STATUS: '
                       WS-ACCT-FILE-STATUS
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 2000-COMPARE-ACCOUNTS-EXIT
           END-IF

           EXEC SQL
               DECLARE CUR-DRF-ACCT CURSOR WITH HOLD FOR
               SELECT ACCT_ID, ACCT_ACTIVE_STATUS, ACCT_CURR_BAL,
                      ACCT_CREDIT_LIMIT, ACCT_CASH_CREDIT_LIMIT,
                      ACCT_CURR_CYC_CREDIT, ACCT_CURR_CYC_DEBIT,
                      COALESCE(ACCT_EXPIRAION_DATE, ' '),
                      COALESCE(ACCT_ADDR_ZIP, ' '),
                      COALESCE(ACCT_GROUP_ID, ' ')
               FROM ACCTDAT
               ORDER BY ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-DRF-ACCT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-DRF-ACCT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               CLOSE ACCTDAT-FILE
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 2000-COMPARE-ACCOUNTS-EXIT
           END-IF

           PERFORM 2100-READ-VSAM-ACCOUNT
           PERFORM 2200-FETCH-DB2-ACCOUNT
           PERFORM 2300-MATCH-ACCOUNT
                   UNTIL VSAM-EOF AND DB2-EOF

           EXEC SQL
               CLOSE CUR-DRF-ACCT
           END-EXEC

           CLOSE ACCTDAT-FILE.
       2000-COMPARE-ACCOUNTS-EXIT.
           EXIT.

       2100-READ-VSAM-ACCOUNT.

           READ ACCTDAT-FILE INTO ACCOUNT-RECORD
               AT END
                   SET VSAM-EOF TO TRUE
           END-READ

           IF VSAM-NOT-EOF AND WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING ACCTDAT-FILE - STATUS: '
                       WS-ACCT-FILE-STATUS
               ADD 1 TO WS-FC-ERRORS(WS-FX)
               SET VSAM-EOF TO TRUE
           END-IF

           IF VSAM-EOF
               MOVE HIGH-VALUES TO WS-VSAM-KEY
           ELSE
               ADD 1 TO WS-FC-VSAM-READ(WS-FX)
               MOVE ACCT-ID TO WS-VSAM-KEY
           END-IF.

       2200-FETCH-DB2-ACCOUNT.

           EXEC SQL
               FETCH CUR-DRF-ACCT
               INTO :HOST-ACCT-ID, :HOST-ACCT-ACTIVE-STATUS,
                    :HOST-ACCT-CURR-BAL, :HOST-ACCT-CREDIT-LIMIT,
                    :HOST-ACCT-CASH-LIMIT, :HOST-ACCT-CYC-CREDIT,
                    :HOST-ACCT-CYC-DEBIT, :HOST-ACCT-EXPIRY-DATE,
                    :HOST-ACCT-ADDR-ZIP, :HOST-ACCT-GROUP-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FC-DB2-READ(WS-FX)
                   MOVE HOST-ACCT-ID TO WS-KEY-ACCT-N
                   MOVE WS-KEY-ACCT-N TO WS-DB2-KEY
               WHEN 100
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DRF-ACCT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FC-ERRORS(WS-FX)
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
           END-EVALUATE.

       2300-MATCH-ACCOUNT.

           EVALUATE TRUE
               WHEN WS-VSAM-KEY < WS-DB2-KEY
                   PERFORM 8300-NOT-IN-DB2
                   PERFORM 2100-READ-VSAM-ACCOUNT
               WHEN WS-VSAM-KEY > WS-DB2-KEY
                   PERFORM 8400-NOT-IN-VSAM
                   PERFORM 2200-FETCH-DB2-ACCOUNT
               WHEN OTHER
                   PERFORM 2400-COMPARE-ACCOUNT-FIELDS
                   PERFORM 2100-READ-VSAM-ACCOUNT
                   PERFORM 2200-FETCH-DB2-ACCOUNT
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                2400-COMPARE-ACCOUNT-FIELDS
      * Status, balances, limits and the fields COACTUPL maintains.
      *----------------------------------------------------------------*
       2400-COMPARE-ACCOUNT-FIELDS.

           PERFORM 8000-START-KEY

           MOVE 'ACTIVE-STATUS' TO WS-CMP-FIELD
           MOVE ACCT-ACTIVE-STATUS TO WS-CMP-VSAM-TEXT
           MOVE HOST-ACCT-ACTIVE-STATUS TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'CURR-BAL' TO WS-CMP-FIELD
           MOVE ACCT-CURR-BAL TO WS-CMP-VSAM-AMT
           MOVE HOST-ACCT-CURR-BAL TO WS-CMP-DB2-AMT
           PERFORM 8200-COMPARE-AMOUNT
           COMPUTE WS-TOT-BAL-DRIFT = WS-TOT-BAL-DRIFT
                                    + ACCT-CURR-BAL
                                    - HOST-ACCT-CURR-BAL

           MOVE 'CREDIT-LIMIT' TO WS-CMP-FIELD
           MOVE ACCT-CREDIT-LIMIT TO WS-CMP-VSAM-AMT
           MOVE HOST-ACCT-CREDIT-LIMIT TO WS-CMP-DB2-AMT
           PERFORM 8200-COMPARE-AMOUNT

           MOVE 'CASH-LIMIT' TO WS-CMP-FIELD
           MOVE ACCT-CASH-CREDIT-LIMIT TO WS-CMP-VSAM-AMT
           MOVE HOST-ACCT-CASH-LIMIT TO WS-CMP-DB2-AMT
           PERFORM 8200-COMPARE-AMOUNT

           MOVE 'CYC-CREDIT' TO WS-CMP-FIELD
           MOVE ACCT-CURR-CYC-CREDIT TO WS-CMP-VSAM-AMT
           MOVE HOST-ACCT-CYC-CREDIT TO WS-CMP-DB2-AMT
           PERFORM 8200-COMPARE-AMOUNT

           MOVE 'CYC-DEBIT' TO WS-CMP-FIELD
           MOVE ACCT-CURR-CYC-DEBIT TO WS-CMP-VSAM-AMT
           MOVE HOST-ACCT-CYC-DEBIT TO WS-CMP-DB2-AMT
           PERFORM 8200-COMPARE-AMOUNT

           MOVE 'EXPIRY-DATE' TO WS-CMP-FIELD
           MOVE ACCT-EXPIRAION-DATE TO WS-CMP-VSAM-TEXT
           MOVE HOST-ACCT-EXPIRY-DATE TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'ADDR-ZIP' TO WS-CMP-FIELD
           MOVE ACCT-ADDR-ZIP TO WS-CMP-VSAM-TEXT
           MOVE HOST-ACCT-ADDR-ZIP TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'GROUP-ID' TO WS-CMP-FIELD
           MOVE ACCT-GROUP-ID TO WS-CMP-VSAM-TEXT
           MOVE HOST-ACCT-GROUP-ID TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           PERFORM 8050-END-KEY.

      *----------------------------------------------------------------*
      *                  3000-COMPARE-CUSTOMERS
      * CUSTDAT cluster against table CUSTDAT - name, address and
      * contact data.
      *----------------------------------------------------------------*
       3000-COMPARE-CUSTOMERS.

           MOVE 2 TO WS-FX
           SET VSAM-NOT-EOF TO TRUE
           SET DB2-NOT-EOF TO TRUE

           OPEN INPUT CUSTDAT-FILE
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTDAT-FILE - STATUS: '
                       WS-CUST-FILE-STATUS
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 3000-COMPARE-CUSTOMERS-EXIT
           END-IF

           EXEC SQL
               DECLARE CUR-DRF-CUST CURSOR WITH HOLD FOR
               SELECT CUST_ID, CUST_FIRST_NAME,
                      COALESCE(CUST_MIDDLE_NAME, ' '),
                      CUST_LAST_NAME,
                      COALESCE(CUST_ADDR_LINE_1, ' '),
                      COALESCE(CUST_ADDR_LINE_2, ' '),
                      COALESCE(CUST_ADDR_LINE_3, ' '),
                      COALESCE(CUST_ADDR_STATE_CD, ' '),
                      COALESCE(CUST_ADDR_COUNTRY_CD, ' '),
                      COALESCE(CUST_ADDR_ZIP, ' '),
                      COALESCE(CUST_PHONE_NUM_1, ' '),
                      COALESCE(CUST_PHONE_NUM_2, ' '),
                      COALESCE(CUST_EMAIL_ADDRESS, ' ')
               FROM CUSTDAT
               ORDER BY CUST_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-DRF-CUST
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-DRF-CUST - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               CLOSE CUSTDAT-FILE
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 3000-COMPARE-CUSTOMERS-EXIT
           END-IF

           PERFORM 3100-READ-VSAM-CUSTOMER
           PERFORM 3200-FETCH-DB2-CUSTOMER
           PERFORM 3300-MATCH-CUSTOMER
                   UNTIL VSAM-EOF AND DB2-EOF

           EXEC SQL
               CLOSE CUR-DRF-CUST
           END-EXEC

           CLOSE CUSTDAT-FILE.
       3000-COMPARE-CUSTOMERS-EXIT.
           EXIT.

       3100-READ-VSAM-CUSTOMER.

           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               AT END
                   SET VSAM-EOF TO TRUE
           END-READ

           IF VSAM-NOT-EOF AND WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING CUSTDAT-FILE - STATUS: '
                       WS-CUST-FILE-STATUS
               ADD 1 TO WS-FC-ERRORS(WS-FX)
               SET VSAM-EOF TO TRUE
           END-IF

           IF VSAM-EOF
               MOVE HIGH-VALUES TO WS-VSAM-KEY
           ELSE
               ADD 1 TO WS-FC-VSAM-READ(WS-FX)
               MOVE CUST-ID TO WS-VSAM-KEY
           END-IF.

       3200-FETCH-DB2-CUSTOMER.

           EXEC SQL
               FETCH CUR-DRF-CUST
               INTO :HOST-CUST-ID, :HOST-CUST-FIRST-NAME,
                    :HOST-CUST-MIDDLE-NAME, :HOST-CUST-LAST-NAME,
                    :HOST-CUST-ADDR-LINE-1, :HOST-CUST-ADDR-LINE-2,
                    :HOST-CUST-ADDR-LINE-3, :HOST-CUST-STATE-CD,
                    :HOST-CUST-COUNTRY-CD, :HOST-CUST-ADDR-ZIP,
                    :HOST-CUST-PHONE-1, :HOST-CUST-PHONE-2,
                    :HOST-CUST-EMAIL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FC-DB2-READ(WS-FX)
                   MOVE HOST-CUST-ID TO WS-KEY-CUST-N
                   MOVE WS-KEY-CUST-N TO WS-DB2-KEY
               WHEN 100
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DRF-CUST - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FC-ERRORS(WS-FX)
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
           END-EVALUATE.

       3300-MATCH-CUSTOMER.

           EVALUATE TRUE
               WHEN WS-VSAM-KEY < WS-DB2-KEY
                   PERFORM 8300-NOT-IN-DB2
                   PERFORM 3100-READ-VSAM-CUSTOMER
               WHEN WS-VSAM-KEY > WS-DB2-KEY
                   PERFORM 8400-NOT-IN-VSAM
                   PERFORM 3200-FETCH-DB2-CUSTOMER
               WHEN OTHER
                   PERFORM 3400-COMPARE-CUSTOMER-FIELDS
                   PERFORM 3100-READ-VSAM-CUSTOMER
                   PERFORM 3200-FETCH-DB2-CUSTOMER
           END-EVALUATE.

       3400-COMPARE-CUSTOMER-FIELDS.

           PERFORM 8000-START-KEY

           MOVE 'FIRST-NAME' TO WS-CMP-FIELD
           MOVE CUST-FIRST-NAME TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-FIRST-NAME TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'MIDDLE-NAME' TO WS-CMP-FIELD
           MOVE CUST-MIDDLE-NAME TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-MIDDLE-NAME TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'LAST-NAME' TO WS-CMP-FIELD
           MOVE CUST-LAST-NAME TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-LAST-NAME TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'ADDR-LINE-1' TO WS-CMP-FIELD
           MOVE CUST-ADDR-LINE-1 TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-ADDR-LINE-1 TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'ADDR-LINE-2' TO WS-CMP-FIELD
           MOVE CUST-ADDR-LINE-2 TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-ADDR-LINE-2 TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'ADDR-LINE-3' TO WS-CMP-FIELD
           MOVE CUST-ADDR-LINE-3 TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-ADDR-LINE-3 TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'STATE-CD' TO WS-CMP-FIELD
           MOVE CUST-ADDR-STATE-CD TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-STATE-CD TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'COUNTRY-CD' TO WS-CMP-FIELD
           MOVE CUST-ADDR-COUNTRY-CD TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-COUNTRY-CD TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'ADDR-ZIP' TO WS-CMP-FIELD
           MOVE CUST-ADDR-ZIP TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-ADDR-ZIP TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'PHONE-1' TO WS-CMP-FIELD
           MOVE CUST-PHONE-NUM-1 TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-PHONE-1 TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'PHONE-2' TO WS-CMP-FIELD
           MOVE CUST-PHONE-NUM-2 TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-PHONE-2 TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'EMAIL' TO WS-CMP-FIELD
           MOVE CUST-EMAIL-ADDRESS TO WS-CMP-VSAM-TEXT
           MOVE HOST-CUST-EMAIL TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           PERFORM 8050-END-KEY.

      *----------------------------------------------------------------*
      *                    4000-COMPARE-CARDS
      * CARDDAT cluster against table CARDDAT - owning account,
      * status, expiry and embossed name.
      *----------------------------------------------------------------*
       4000-COMPARE-CARDS.

           MOVE 3 TO WS-FX
           SET VSAM-NOT-EOF TO TRUE
           SET DB2-NOT-EOF TO TRUE

           OPEN INPUT CARDDAT-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CARDDAT-FILE - STATUS: '
                       WS-CARD-FILE-STATUS
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 4000-COMPARE-CARDS-EXIT
           END-IF

           EXEC SQL
               DECLARE CUR-DRF-CARD CURSOR WITH HOLD FOR
               SELECT CARD_NUM, CARD_ACCT_ID, CARD_ACTIVE_STATUS,
                      COALESCE(CARD_EXPIRAION_DATE, ' '),
                      COALESCE(CARD_EMBOSSED_NAME, ' ')
               FROM CARDDAT
               ORDER BY CARD_NUM
           END-EXEC

           EXEC SQL
               OPEN CUR-DRF-CARD
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-DRF-CARD - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               CLOSE CARDDAT-FILE
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 4000-COMPARE-CARDS-EXIT
           END-IF

           PERFORM 4100-READ-VSAM-CARD
           PERFORM 4200-FETCH-DB2-CARD
           PERFORM 4300-MATCH-CARD
                   UNTIL VSAM-EOF AND DB2-EOF

           EXEC SQL
               CLOSE CUR-DRF-CARD
           END-EXEC

           CLOSE CARDDAT-FILE.
       4000-COMPARE-CARDS-EXIT.
           EXIT.

       4100-READ-VSAM-CARD.

           READ CARDDAT-FILE INTO CARD-RECORD
               AT END
                   SET VSAM-EOF TO TRUE
           END-READ

           IF VSAM-NOT-EOF AND WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING CARDDAT-FILE - STATUS: '
                       WS-CARD-FILE-STATUS
               ADD 1 TO WS-FC-ERRORS(WS-FX)
               SET VSAM-EOF TO TRUE
           END-IF

           IF VSAM-EOF
               MOVE HIGH-VALUES TO WS-VSAM-KEY
           ELSE
               ADD 1 TO WS-FC-VSAM-READ(WS-FX)
               MOVE CARD-NUM TO WS-VSAM-KEY
           END-IF.

       4200-FETCH-DB2-CARD.

           EXEC SQL
               FETCH CUR-DRF-CARD
               INTO :HOST-CARD-NUM, :HOST-CARD-ACCT-ID,
                    :HOST-CARD-ACTIVE-STATUS, :HOST-CARD-EXPIRY-DATE,
                    :HOST-CARD-EMBOSSED-NAME
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FC-DB2-READ(WS-FX)
                   MOVE HOST-CARD-NUM TO WS-DB2-KEY
               WHEN 100
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DRF-CARD - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FC-ERRORS(WS-FX)
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
           END-EVALUATE.

       4300-MATCH-CARD.

           EVALUATE TRUE
               WHEN WS-VSAM-KEY < WS-DB2-KEY
                   PERFORM 8300-NOT-IN-DB2
                   PERFORM 4100-READ-VSAM-CARD
               WHEN WS-VSAM-KEY > WS-DB2-KEY
                   PERFORM 8400-NOT-IN-VSAM
                   PERFORM 4200-FETCH-DB2-CARD
               WHEN OTHER
                   PERFORM 4400-COMPARE-CARD-FIELDS
                   PERFORM 4100-READ-VSAM-CARD
                   PERFORM 4200-FETCH-DB2-CARD
           END-EVALUATE.

       4400-COMPARE-CARD-FIELDS.

           PERFORM 8000-START-KEY

           MOVE 'ACCT-ID' TO WS-CMP-FIELD
           MOVE CARD-ACCT-ID TO WS-CMP-VSAM-TEXT
           MOVE HOST-CARD-ACCT-ID TO WS-KEY-ACCT-N
           MOVE WS-KEY-ACCT-N TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'ACTIVE-STATUS' TO WS-CMP-FIELD
           MOVE CARD-ACTIVE-STATUS TO WS-CMP-VSAM-TEXT
           MOVE HOST-CARD-ACTIVE-STATUS TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'EXPIRY-DATE' TO WS-CMP-FIELD
           MOVE CARD-EXPIRAION-DATE TO WS-CMP-VSAM-TEXT
           MOVE HOST-CARD-EXPIRY-DATE TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'EMBOSSED-NAME' TO WS-CMP-FIELD
           MOVE CARD-EMBOSSED-NAME TO WS-CMP-VSAM-TEXT
           MOVE HOST-CARD-EMBOSSED-NAME TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           PERFORM 8050-END-KEY.

      *----------------------------------------------------------------*
      *                    5000-COMPARE-USERS
      * USRSEC cluster against table USERSEC - names, user type,
      * active and locked status, and the stored password. The
      * password values are never printed: a difference usually
      * means a COUSR01L-COUSR03L write stored a password the DB2
      * side never hashed.
      *----------------------------------------------------------------*
       5000-COMPARE-USERS.

           MOVE 4 TO WS-FX
           SET VSAM-NOT-EOF TO TRUE
           SET DB2-NOT-EOF TO TRUE

           OPEN INPUT USRSEC-FILE
           IF WS-USR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING USRSEC-FILE - STATUS: '
                       WS-USR-FILE-STATUS
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 5000-COMPARE-USERS-EXIT
           END-IF

           EXEC SQL
               DECLARE CUR-DRF-USER CURSOR WITH HOLD FOR
               SELECT USR_ID, USR_FNAME, USR_LNAME, USR_PWD,
                      USR_TYPE, USR_ACTIVE_STATUS,
                      COALESCE(USR_LOCKED_STATUS, ' ')
               FROM USERSEC
               ORDER BY USR_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-DRF-USER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-DRF-USER - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               CLOSE USRSEC-FILE
               PERFORM 8500-FILE-NOT-COMPARED
               GO TO 5000-COMPARE-USERS-EXIT
           END-IF

           PERFORM 5100-READ-VSAM-USER
           PERFORM 5200-FETCH-DB2-USER
           PERFORM 5300-MATCH-USER
                   UNTIL VSAM-EOF AND DB2-EOF

           EXEC SQL
               CLOSE CUR-DRF-USER
           END-EXEC

           CLOSE USRSEC-FILE.
       5000-COMPARE-USERS-EXIT.
           EXIT.

       5100-READ-VSAM-USER.

           READ USRSEC-FILE INTO SEC-USER-DATA
               AT END
                   SET VSAM-EOF TO TRUE
           END-READ

           IF VSAM-NOT-EOF AND WS-USR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING USRSEC-FILE - STATUS: '
                       WS-USR-FILE-STATUS
               ADD 1 TO WS-FC-ERRORS(WS-FX)
               SET VSAM-EOF TO TRUE
           END-IF

           IF VSAM-EOF
               MOVE HIGH-VALUES TO WS-VSAM-KEY
           ELSE
               ADD 1 TO WS-FC-VSAM-READ(WS-FX)
               MOVE SEC-USR-ID TO WS-VSAM-KEY
           END-IF.

       5200-FETCH-DB2-USER.

           EXEC SQL
               FETCH CUR-DRF-USER
               INTO :HOST-USR-ID, :HOST-USR-FNAME, :HOST-USR-LNAME,
                    :HOST-USR-PWD, :HOST-USR-TYPE,
                    :HOST-USR-ACTIVE-STATUS, :HOST-USR-LOCKED-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FC-DB2-READ(WS-FX)
                   MOVE HOST-USR-ID TO WS-DB2-KEY
               WHEN 100
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DRF-USER - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FC-ERRORS(WS-FX)
                   SET DB2-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DB2-KEY
           END-EVALUATE.

       5300-MATCH-USER.

           EVALUATE TRUE
               WHEN WS-VSAM-KEY < WS-DB2-KEY
                   PERFORM 8300-NOT-IN-DB2
                   PERFORM 5100-READ-VSAM-USER
               WHEN WS-VSAM-KEY > WS-DB2-KEY
                   PERFORM 8400-NOT-IN-VSAM
                   PERFORM 5200-FETCH-DB2-USER
               WHEN OTHER
                   PERFORM 5400-COMPARE-USER-FIELDS
                   PERFORM 5100-READ-VSAM-USER
                   PERFORM 5200-FETCH-DB2-USER
           END-EVALUATE.

       5400-COMPARE-USER-FIELDS.

           PERFORM 8000-START-KEY

           MOVE 'FIRST-NAME' TO WS-CMP-FIELD
           MOVE SEC-USR-FNAME TO WS-CMP-VSAM-TEXT
           MOVE HOST-USR-FNAME TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'LAST-NAME' TO WS-CMP-FIELD
           MOVE SEC-USR-LNAME TO WS-CMP-VSAM-TEXT
           MOVE HOST-USR-LNAME TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'USER-TYPE' TO WS-CMP-FIELD
           MOVE SEC-USR-TYPE TO WS-CMP-VSAM-TEXT
           MOVE HOST-USR-TYPE TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'ACTIVE-STATUS' TO WS-CMP-FIELD
           MOVE SEC-USR-ACTIVE-STATUS TO WS-CMP-VSAM-TEXT
           MOVE HOST-USR-ACTIVE-STATUS TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           MOVE 'LOCKED-STATUS' TO WS-CMP-FIELD
           MOVE SEC-USR-LOCKED-STATUS TO WS-CMP-VSAM-TEXT
           MOVE HOST-USR-LOCKED-STATUS TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT

           SET CMP-MASK-VALUES TO TRUE
           MOVE 'PASSWORD' TO WS-CMP-FIELD
           MOVE SEC-USR-PWD TO WS-CMP-VSAM-TEXT
           MOVE HOST-USR-PWD TO WS-CMP-DB2-TEXT
           PERFORM 8100-COMPARE-TEXT
           SET CMP-SHOW-VALUES TO TRUE

           PERFORM 8050-END-KEY.

      *----------------------------------------------------------------*
      *                8000-START-KEY / 8050-END-KEY
      * Bracket the field compares for one key present on both sides.
      *----------------------------------------------------------------*
       8000-START-KEY.

           ADD 1 TO WS-FC-MATCHED(WS-FX)
           SET KEY-NO-DIFF TO TRUE.

       8050-END-KEY.

           IF KEY-HAS-DIFF
               ADD 1 TO WS-FC-KEYS-DIFF(WS-FX)
           END-IF.

      *----------------------------------------------------------------*
      *                    8100-COMPARE-TEXT
      *----------------------------------------------------------------*
       8100-COMPARE-TEXT.

           IF WS-CMP-VSAM-TEXT NOT = WS-CMP-DB2-TEXT
               MOVE WS-CMP-VSAM-TEXT TO WS-DL-VSAM-VALUE
               MOVE WS-CMP-DB2-TEXT TO WS-DL-DB2-VALUE
               PERFORM 8900-WRITE-FIELD-DIFF
           END-IF.

      *----------------------------------------------------------------*
      *                    8200-COMPARE-AMOUNT
      *----------------------------------------------------------------*
       8200-COMPARE-AMOUNT.

           IF WS-CMP-VSAM-AMT NOT = WS-CMP-DB2-AMT
               MOVE WS-CMP-VSAM-AMT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-DL-VSAM-VALUE
               MOVE WS-CMP-DB2-AMT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-DL-DB2-VALUE
               PERFORM 8900-WRITE-FIELD-DIFF
           END-IF.

      *----------------------------------------------------------------*
      *              8300-NOT-IN-DB2 / 8400-NOT-IN-VSAM
      *----------------------------------------------------------------*
       8300-NOT-IN-DB2.

           ADD 1 TO WS-FC-NOT-IN-DB2(WS-FX)
           MOVE WS-FC-FILE-NAME(WS-FX) TO WS-DL-FILE
           MOVE WS-VSAM-KEY TO WS-DL-KEY
           MOVE '*KEY*' TO WS-DL-FIELD
           MOVE 'ON FILE' TO WS-DL-VSAM-VALUE
           MOVE 'MISSING IN DB2' TO WS-DL-DB2-VALUE
           WRITE DRIFT-RPT-LINE FROM WS-DIFF-LINE.

       8400-NOT-IN-VSAM.

           ADD 1 TO WS-FC-NOT-IN-VSAM(WS-FX)
           MOVE WS-FC-FILE-NAME(WS-FX) TO WS-DL-FILE
           MOVE WS-DB2-KEY TO WS-DL-KEY
           MOVE '*KEY*' TO WS-DL-FIELD
           MOVE 'MISSING IN VSAM' TO WS-DL-VSAM-VALUE
           MOVE 'ON FILE' TO WS-DL-DB2-VALUE
           WRITE DRIFT-RPT-LINE FROM WS-DIFF-LINE.

      *----------------------------------------------------------------*
      *                  8500-FILE-NOT-COMPARED
      * A side that cannot be opened is reported, not matched - every
      * key on the other side would otherwise print as missing.
      *----------------------------------------------------------------*
       8500-FILE-NOT-COMPARED.

           ADD 1 TO WS-FC-ERRORS(WS-FX)
           MOVE WS-FC-FILE-NAME(WS-FX) TO WS-DL-FILE
           MOVE SPACES TO WS-DL-KEY
           MOVE '*FILE*' TO WS-DL-FIELD
           MOVE 'NOT COMPARED - OPEN FAILED' TO WS-DL-VSAM-VALUE
           MOVE SPACES TO WS-DL-DB2-VALUE
           WRITE DRIFT-RPT-LINE FROM WS-DIFF-LINE.

      *----------------------------------------------------------------*
      *                  8900-WRITE-FIELD-DIFF
      *----------------------------------------------------------------*
       8900-WRITE-FIELD-DIFF.

           ADD 1 TO WS-FC-FIELD-DIFFS(WS-FX)
           SET KEY-HAS-DIFF TO TRUE
           MOVE WS-FC-FILE-NAME(WS-FX) TO WS-DL-FILE
           MOVE WS-VSAM-KEY TO WS-DL-KEY
           MOVE WS-CMP-FIELD TO WS-DL-FIELD
           IF CMP-MASK-VALUES
               MOVE '(DIFFERS - NOT SHOWN)' TO WS-DL-VSAM-VALUE
               MOVE '(DIFFERS - NOT SHOWN)' TO WS-DL-DB2-VALUE
           END-IF
           WRITE DRIFT-RPT-LINE FROM WS-DIFF-LINE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           MOVE SPACES TO DRIFT-RPT-LINE
           WRITE DRIFT-RPT-LINE
           MOVE '--- COUNTS BY FILE ---' TO DRIFT-RPT-LINE
           WRITE DRIFT-RPT-LINE
           WRITE DRIFT-RPT-LINE FROM WS-COUNT-HEAD-LINE

           PERFORM 9100-WRITE-FILE-COUNTS
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 4

           CLOSE DRIFT-RPT-FILE

           DISPLAY 'VSAM RECORDS READ......: ' WS-TOT-VSAM-READ
           DISPLAY 'KEYS IN STEP...........: ' WS-TOT-CLEAN
           DISPLAY 'KEYS DRIFTED...........: ' WS-TOT-DRIFT
           DISPLAY 'PROCESSING ERRORS......: ' WS-TOT-ERRORS

           EVALUATE TRUE
               WHEN WS-TOT-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOT-DRIFT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  9100-WRITE-FILE-COUNTS
      * Keys in step are the matched keys with no field difference;
      * drifted keys are the one-sided keys plus those that differ.
      *----------------------------------------------------------------*
       9100-WRITE-FILE-COUNTS.

           MOVE WS-FC-FILE-NAME(WS-FX) TO WS-CL-FILE
           MOVE WS-FC-VSAM-READ(WS-FX) TO WS-CL-VSAM-READ
           MOVE WS-FC-DB2-READ(WS-FX) TO WS-CL-DB2-READ
           MOVE WS-FC-MATCHED(WS-FX) TO WS-CL-MATCHED
           MOVE WS-FC-NOT-IN-DB2(WS-FX) TO WS-CL-NOT-IN-DB2
           MOVE WS-FC-NOT-IN-VSAM(WS-FX) TO WS-CL-NOT-IN-VSAM
           MOVE WS-FC-KEYS-DIFF(WS-FX) TO WS-CL-KEYS-DIFF
           MOVE WS-FC-FIELD-DIFFS(WS-FX) TO WS-CL-FIELD-DIFFS
           MOVE WS-FC-ERRORS(WS-FX) TO WS-CL-ERRORS
           WRITE DRIFT-RPT-LINE FROM WS-COUNT-LINE

           ADD WS-FC-VSAM-READ(WS-FX) TO WS-TOT-VSAM-READ
           COMPUTE WS-TOT-CLEAN = WS-TOT-CLEAN
                                + WS-FC-MATCHED(WS-FX)
                                - WS-FC-KEYS-DIFF(WS-FX)
           COMPUTE WS-TOT-DRIFT = WS-TOT-DRIFT
                                + WS-FC-NOT-IN-DB2(WS-FX)
                                + WS-FC-NOT-IN-VSAM(WS-FX)
                                + WS-FC-KEYS-DIFF(WS-FX)
           ADD WS-FC-ERRORS(WS-FX) TO WS-TOT-ERRORS.

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
