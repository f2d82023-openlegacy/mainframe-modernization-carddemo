      *****************************************************************
      * Program     : CBACT74A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Monthly employee-linked account report for
      *               internal fraud control. An account is
      *               employee-linked when a user's own customer
      *               record (USERSEC USR_CUST_ID) or a customer the
      *               user has declared a tie to (STAFFREL) is a party
      *               to it - primary holder on CXACAIX, joint holder
      *               or authorized user on ACCTREL - the same rule
      *               the online staff-conflict check (CSUTLEPL)
      *               refuses on. Four sections on the STFRPT report
      *               for the business month:
      *               (1) every employee-linked account, by user, with
      *               the linked customer, how the user is tied to
      *               them and the customer's role on the account;
      *               (2) every transaction on those accounts' cards
      *               originated in the month;
      *               (3) every maintenance change logged on those
      *               accounts (ACCTHIST) in the month, flagged where
      *               the change was keyed by a user linked to the
      *               account - a change that should have been
      *               refused online;
      *               (4) every refusal the staff-conflict check
      *               wrote to STAFFBLK in the month.
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
      * 2026-10-15 - New batch job: monthly employee-linked account
      *              report
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT74A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STF-RPT-FILE ASSIGN TO STFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD STF-RPT-FILE
           RECORDING MODE IS F.
       01 STF-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT74A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-LINKED-ACCTS            PIC 9(07) VALUE ZEROS.
         05 WS-TRAN-LINES              PIC 9(07) VALUE ZEROS.
         05 WS-CHANGE-LINES            PIC 9(07) VALUE ZEROS.
         05 WS-SELF-CHANGES            PIC 9(07) VALUE ZEROS.
         05 WS-REFUSAL-LINES           PIC 9(07) VALUE ZEROS.
         05 WS-TRAN-TOTAL-AMT          PIC S9(13)V99 VALUE ZEROS.
         05 WS-STF-ERRORS              PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-AMT-EDIT                PIC -(9)9.99.
         05 WS-COUNT-EDIT              PIC Z(6)9.
         05 WS-LINK-DESC               PIC X(10).
         05 WS-ROLE-DESC               PIC X(10).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 STF-CURSOR-EOF                        VALUE 'Y'.
         88 STF-CURSOR-NOT-EOF                    VALUE 'N'.

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

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-SUM-MONTH                PIC X(07).
       01 HOST-MONTH-START-TS           PIC X(26).
       01 HOST-MONTH-END-TS             PIC X(26).

      * Host variables - one linked-account line: the user, the
      * customer they are tied to, how (E = the user's own customer
      * record, else the STAFFREL relation code) and the customer's
      * role on the account (P primary, J joint, A authorized user)
       01 HOST-LINK-ROW.
         05 HOST-LNK-USER-ID            PIC X(08).
         05 HOST-LNK-CUST-ID            PIC 9(09).
         05 HOST-LNK-LINK-CD            PIC X(01).
         05 HOST-LNK-ACCT-ID            PIC S9(11) COMP-3.
         05 HOST-LNK-ROLE-CD            PIC X(01).

      * Host variables - one transaction line
       01 HOST-TRAN-ROW.
         05 HOST-TRN-ACCT-ID            PIC S9(11) COMP-3.
         05 HOST-TRN-CARD-NUM           PIC X(16).
         05 HOST-TRN-TRAN-ID            PIC X(16).
         05 HOST-TRN-TYPE-CD            PIC X(02).
         05 HOST-TRN-AMT                PIC S9(10)V99 COMP-3.
         05 HOST-TRN-ORIG-TS            PIC X(26).
         05 HOST-TRN-DESC               PIC X(40).

      * Host variables - one maintenance-change line
       01 HOST-CHANGE-ROW.
         05 HOST-CHG-ACCT-ID            PIC S9(11) COMP-3.
         05 HOST-CHG-FIELD-NAME         PIC X(20).
         05 HOST-CHG-OLD-VALUE          PIC X(30).
         05 HOST-CHG-NEW-VALUE          PIC X(30).
         05 HOST-CHG-USER-ID            PIC X(08).
         05 HOST-CHG-TS                 PIC X(26).
         05 HOST-CHG-SELF-IND           PIC X(01).

      * Host variables - one refusal line (STAFFBLK)
       COPY CVSTF02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT74A - EMPLOYEE-LINKED ACCOUNT BATCH STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT74A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LINKED-ACCOUNTS
           PERFORM 3000-LINKED-TRANSACTIONS
           PERFORM 4000-LINKED-CHANGES
           PERFORM 5000-REFUSALS
           PERFORM 9000-FINALIZE
           MOVE 'CBACT74A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-LINKED-ACCTS TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED = WS-TRAN-LINES
                                       + WS-CHANGE-LINES
                                       + WS-REFUSAL-LINES
           MOVE WS-STF-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TRAN-TOTAL-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT74A - EMPLOYEE-LINKED ACCOUNT BATCH ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-LINKED-ACCTS
           MOVE ZEROS TO WS-TRAN-LINES
           MOVE ZEROS TO WS-CHANGE-LINES
           MOVE ZEROS TO WS-SELF-CHANGES
           MOVE ZEROS TO WS-REFUSAL-LINES
           MOVE ZEROS TO WS-TRAN-TOTAL-AMT
           MOVE ZEROS TO WS-STF-ERRORS

           MOVE WS-BIZDT-DATE(1:7) TO HOST-SUM-MONTH

           MOVE SPACES TO HOST-MONTH-START-TS
           STRING HOST-SUM-MONTH '-01-00.00.00.000000'
             DELIMITED BY SIZE INTO HOST-MONTH-START-TS
           MOVE SPACES TO HOST-MONTH-END-TS
           STRING HOST-SUM-MONTH '-31-23.59.59.999999'
             DELIMITED BY SIZE INTO HOST-MONTH-END-TS

           OPEN OUTPUT STF-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STF-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-STF-ERRORS
           END-IF

           MOVE SPACES TO STF-RPT-LINE
           STRING '=== EMPLOYEE-LINKED ACCOUNTS AND ACTIVITY FOR '
                  HOST-SUM-MONTH ' ==='
             DELIMITED BY SIZE
             INTO STF-RPT-LINE
           WRITE STF-RPT-LINE.

      *----------------------------------------------------------------*
      *                    2000-LINKED-ACCOUNTS
      * One line per user, linked customer and account the customer
      * is party to. A customer holding several cards on an account
      * prints once (the UNION drops the duplicate CXACAIX rows).
      *----------------------------------------------------------------*
       2000-LINKED-ACCOUNTS.

           SET STF-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE '--- EMPLOYEE-LINKED ACCOUNTS ---' TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE SPACES TO STF-RPT-LINE
           MOVE 'USER ID   CUSTOMER   TIED AS     ACCOUNT      ROLE'
             TO STF-RPT-LINE
           WRITE STF-RPT-LINE

           EXEC SQL
               DECLARE CUR-STF-LINKED CURSOR WITH HOLD FOR
               SELECT L.LNK_USR_ID, L.LNK_CUST_ID, L.LNK_CD,
                      P.PTY_ACCT_ID, P.PTY_ROLE_CD
               FROM (SELECT U.USR_ID AS LNK_USR_ID,
                            U.USR_CUST_ID AS LNK_CUST_ID,
                            'E' AS LNK_CD
                     FROM USERSEC U
                     WHERE U.USR_CUST_ID > 0
                     UNION
                     SELECT S.STF_USR_ID, S.STF_CUST_ID,
                            S.STF_RELATION_CD
                     FROM STAFFREL S) L,
                    (SELECT X.XREF_CUST_ID AS PTY_CUST_ID,
                            X.XREF_ACCT_ID AS PTY_ACCT_ID,
                            'P' AS PTY_ROLE_CD
                     FROM CXACAIX X
                     UNION
                     SELECT R.REL_CUST_ID, R.REL_ACCT_ID,
                            R.REL_ROLE_CD
                     FROM ACCTREL R) P
               WHERE P.PTY_CUST_ID = L.LNK_CUST_ID
               ORDER BY 1, 4, 2
           END-EXEC

           EXEC SQL
               OPEN CUR-STF-LINKED
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-STF-LINKED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-STF-ERRORS
               SET STF-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-LINKED-ACCOUNT
                   UNTIL STF-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-STF-LINKED
           END-EXEC

           IF WS-LINKED-ACCTS = 0
               MOVE SPACES TO STF-RPT-LINE
               MOVE 'NO EMPLOYEE-LINKED ACCOUNTS' TO STF-RPT-LINE
               WRITE STF-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  2100-FETCH-LINKED-ACCOUNT
      *----------------------------------------------------------------*
       2100-FETCH-LINKED-ACCOUNT.

           EXEC SQL
               FETCH CUR-STF-LINKED
               INTO :HOST-LNK-USER-ID, :HOST-LNK-CUST-ID,
                    :HOST-LNK-LINK-CD, :HOST-LNK-ACCT-ID,
                    :HOST-LNK-ROLE-CD
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LINKED-ACCTS
                   PERFORM 2200-DESCRIBE-LINK
                   MOVE HOST-LNK-ACCT-ID TO WS-ACCT-ID-EDIT
                   MOVE SPACES TO STF-RPT-LINE
                   STRING HOST-LNK-USER-ID '  '
                          HOST-LNK-CUST-ID '  '
                          WS-LINK-DESC '  '
                          WS-ACCT-ID-EDIT '  '
                          WS-ROLE-DESC
                     DELIMITED BY SIZE
                     INTO STF-RPT-LINE
                   WRITE STF-RPT-LINE
               WHEN 100
                   SET STF-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-STF-LINKED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-STF-ERRORS
                   SET STF-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2200-DESCRIBE-LINK
      *----------------------------------------------------------------*
       2200-DESCRIBE-LINK.

           EVALUATE HOST-LNK-LINK-CD
               WHEN 'E'
                   MOVE 'SELF'       TO WS-LINK-DESC
               WHEN 'S'
                   MOVE 'SPOUSE'     TO WS-LINK-DESC
               WHEN 'F'
                   MOVE 'FAMILY'     TO WS-LINK-DESC
               WHEN 'H'
                   MOVE 'HOUSEHOLD'  TO WS-LINK-DESC
               WHEN 'B'
                   MOVE 'BUSINESS'   TO WS-LINK-DESC
               WHEN OTHER
                   MOVE 'OTHER'      TO WS-LINK-DESC
           END-EVALUATE

           EVALUATE HOST-LNK-ROLE-CD
               WHEN 'P'
                   MOVE 'PRIMARY'    TO WS-ROLE-DESC
               WHEN 'J'
                   MOVE 'JOINT'      TO WS-ROLE-DESC
               WHEN 'A'
                   MOVE 'AUTH USER'  TO WS-ROLE-DESC
               WHEN OTHER
                   MOVE HOST-LNK-ROLE-CD TO WS-ROLE-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  3000-LINKED-TRANSACTIONS
      * Every transaction originated in the month on any card of an
      * employee-linked account, by account.
      *----------------------------------------------------------------*
       3000-LINKED-TRANSACTIONS.

           SET STF-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE '--- TRANSACTIONS ON EMPLOYEE-LINKED ACCOUNTS ---'
             TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE SPACES TO STF-RPT-LINE
           STRING 'ACCOUNT      CARD              TRANSACTION       '
                  'TY         AMOUNT  ORIGINATED           '
                  'DESCRIPTION'
             DELIMITED BY SIZE
             INTO STF-RPT-LINE
           WRITE STF-RPT-LINE

           EXEC SQL
               DECLARE CUR-STF-TRAN CURSOR WITH HOLD FOR
               SELECT X.XREF_ACCT_ID, T.TRAN_CARD_NUM, T.TRAN_ID,
                      T.TRAN_TYPE_CD, T.TRAN_AMT,
                      CHAR(T.TRAN_ORIG_TS), SUBSTR(T.TRAN_DESC, 1, 40)
               FROM TRANSACT T, CXACAIX X
               WHERE X.XREF_CARD_NUM = T.TRAN_CARD_NUM
               AND   T.TRAN_ORIG_TS >= :HOST-MONTH-START-TS
               AND   T.TRAN_ORIG_TS <= :HOST-MONTH-END-TS
               AND   X.XREF_ACCT_ID IN
                     (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                      WHERE A.XREF_CUST_ID IN
                            (SELECT U.USR_CUST_ID FROM USERSEC U
                             WHERE U.USR_CUST_ID > 0
                             UNION
                             SELECT S.STF_CUST_ID FROM STAFFREL S)
                      UNION
                      SELECT R.REL_ACCT_ID FROM ACCTREL R
                      WHERE R.REL_CUST_ID IN
                            (SELECT U.USR_CUST_ID FROM USERSEC U
                             WHERE U.USR_CUST_ID > 0
                             UNION
                             SELECT S.STF_CUST_ID FROM STAFFREL S))
               ORDER BY 1, 6, 3
           END-EXEC

           EXEC SQL
               OPEN CUR-STF-TRAN
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-STF-TRAN - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-STF-ERRORS
               SET STF-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-FETCH-LINKED-TRAN
                   UNTIL STF-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-STF-TRAN
           END-EXEC

           IF WS-TRAN-LINES = 0
               MOVE SPACES TO STF-RPT-LINE
               MOVE 'NO TRANSACTIONS THIS MONTH' TO STF-RPT-LINE
               WRITE STF-RPT-LINE
           ELSE
               MOVE WS-TRAN-LINES TO WS-COUNT-EDIT
               MOVE WS-TRAN-TOTAL-AMT TO WS-AMT-EDIT
               MOVE SPACES TO STF-RPT-LINE
               STRING 'TRANSACTIONS: ' WS-COUNT-EDIT
                      '  NET AMOUNT: ' WS-AMT-EDIT
                 DELIMITED BY SIZE
                 INTO STF-RPT-LINE
               WRITE STF-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  3100-FETCH-LINKED-TRAN
      *----------------------------------------------------------------*
       3100-FETCH-LINKED-TRAN.

           EXEC SQL
               FETCH CUR-STF-TRAN
               INTO :HOST-TRN-ACCT-ID, :HOST-TRN-CARD-NUM,
                    :HOST-TRN-TRAN-ID, :HOST-TRN-TYPE-CD,
                    :HOST-TRN-AMT, :HOST-TRN-ORIG-TS,
                    :HOST-TRN-DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TRAN-LINES
                   ADD HOST-TRN-AMT TO WS-TRAN-TOTAL-AMT
                   MOVE HOST-TRN-ACCT-ID TO WS-ACCT-ID-EDIT
                   MOVE HOST-TRN-AMT TO WS-AMT-EDIT
                   MOVE SPACES TO STF-RPT-LINE
                   STRING WS-ACCT-ID-EDIT '  '
                          HOST-TRN-CARD-NUM '  '
                          HOST-TRN-TRAN-ID '  '
                          HOST-TRN-TYPE-CD '  '
                          WS-AMT-EDIT '  '
                          HOST-TRN-ORIG-TS(1:19) '  '
                          HOST-TRN-DESC
                     DELIMITED BY SIZE
                     INTO STF-RPT-LINE
                   WRITE STF-RPT-LINE
               WHEN 100
                   SET STF-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-STF-TRAN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-STF-ERRORS
                   SET STF-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    4000-LINKED-CHANGES
      * Every ACCTHIST change logged in the month on an employee-
      * linked account. SELF is Y where the user who keyed it is
      * tied to a party on that same account - the online check
      * should have refused it, so every Y line needs explaining
      * (a change made before the tie was recorded, or a service
      * the check does not cover).
      *----------------------------------------------------------------*
       4000-LINKED-CHANGES.

           SET STF-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE '--- MAINTENANCE ON EMPLOYEE-LINKED ACCOUNTS ---'
             TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE SPACES TO STF-RPT-LINE
           STRING 'ACCOUNT      FIELD                 '
                  'OLD VALUE                  '
                  'NEW VALUE                  '
                  'USER ID   SELF  CHANGED'
             DELIMITED BY SIZE
             INTO STF-RPT-LINE
           WRITE STF-RPT-LINE

           EXEC SQL
               DECLARE CUR-STF-CHANGE CURSOR WITH HOLD FOR
               SELECT H.AHS_ACCT_ID, H.AHS_FIELD_NAME,
                      H.AHS_OLD_VALUE, H.AHS_NEW_VALUE,
                      H.AHS_USER_ID, CHAR(H.AHS_CHANGE_TS),
                      CASE WHEN EXISTS
                           (SELECT 1
                            FROM (SELECT U.USR_ID AS LNK_USR_ID,
                                         U.USR_CUST_ID AS LNK_CUST_ID
                                  FROM USERSEC U
                                  WHERE U.USR_CUST_ID > 0
                                  UNION
                                  SELECT S.STF_USR_ID, S.STF_CUST_ID
                                  FROM STAFFREL S) L
                            WHERE L.LNK_USR_ID = H.AHS_USER_ID
                            AND   L.LNK_CUST_ID IN
                                  (SELECT X.XREF_CUST_ID FROM CXACAIX X
                                   WHERE X.XREF_ACCT_ID = H.AHS_ACCT_ID
                                   UNION
                                   SELECT R.REL_CUST_ID FROM ACCTREL R
                                   WHERE R.REL_ACCT_ID = H.AHS_ACCT_ID))
                           THEN 'Y' ELSE 'N' END
               FROM ACCTHIST H
               WHERE H.AHS_CHANGE_TS >= :HOST-MONTH-START-TS
               AND   H.AHS_CHANGE_TS <= :HOST-MONTH-END-TS
               AND   H.AHS_ACCT_ID IN
                     (SELECT A.XREF_ACCT_ID FROM CXACAIX A
                      WHERE A.XREF_CUST_ID IN
                            (SELECT U.USR_CUST_ID FROM USERSEC U
                             WHERE U.USR_CUST_ID > 0
                             UNION
                             SELECT S.STF_CUST_ID FROM STAFFREL S)
                      UNION
                      SELECT R.REL_ACCT_ID FROM ACCTREL R
                      WHERE R.REL_CUST_ID IN
                            (SELECT U.USR_CUST_ID FROM USERSEC U
                             WHERE U.USR_CUST_ID > 0
                             UNION
                             SELECT S.STF_CUST_ID FROM STAFFREL S))
               ORDER BY 1, 6
           END-EXEC

           EXEC SQL
               OPEN CUR-STF-CHANGE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-STF-CHANGE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-STF-ERRORS
               SET STF-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4100-FETCH-LINKED-CHANGE
                   UNTIL STF-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-STF-CHANGE
           END-EXEC

           IF WS-CHANGE-LINES = 0
               MOVE SPACES TO STF-RPT-LINE
               MOVE 'NO MAINTENANCE THIS MONTH' TO STF-RPT-LINE
               WRITE STF-RPT-LINE
           ELSE
               MOVE WS-SELF-CHANGES TO WS-COUNT-EDIT
               MOVE SPACES TO STF-RPT-LINE
               STRING 'CHANGES KEYED BY A LINKED USER: '
                      WS-COUNT-EDIT
                 DELIMITED BY SIZE
                 INTO STF-RPT-LINE
               WRITE STF-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  4100-FETCH-LINKED-CHANGE
      *----------------------------------------------------------------*
       4100-FETCH-LINKED-CHANGE.

           EXEC SQL
               FETCH CUR-STF-CHANGE
               INTO :HOST-CHG-ACCT-ID, :HOST-CHG-FIELD-NAME,
                    :HOST-CHG-OLD-VALUE, :HOST-CHG-NEW-VALUE,
                    :HOST-CHG-USER-ID, :HOST-CHG-TS,
                    :HOST-CHG-SELF-IND
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CHANGE-LINES
                   IF HOST-CHG-SELF-IND = 'Y'
                       ADD 1 TO WS-SELF-CHANGES
                   END-IF
                   MOVE HOST-CHG-ACCT-ID TO WS-ACCT-ID-EDIT
                   MOVE SPACES TO STF-RPT-LINE
                   STRING WS-ACCT-ID-EDIT '  '
                          HOST-CHG-FIELD-NAME '  '
                          HOST-CHG-OLD-VALUE(1:25) '  '
                          HOST-CHG-NEW-VALUE(1:25) '  '
                          HOST-CHG-USER-ID '  '
                          HOST-CHG-SELF-IND '     '
                          HOST-CHG-TS(1:19)
                     DELIMITED BY SIZE
                     INTO STF-RPT-LINE
                   WRITE STF-RPT-LINE
               WHEN 100
                   SET STF-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-STF-CHANGE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-STF-ERRORS
                   SET STF-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                       5000-REFUSALS
      * Every attempt the staff-conflict check refused in the month -
      * who tried, through which service, on what, and the linked
      * customer that caused the refusal.
      *----------------------------------------------------------------*
       5000-REFUSALS.

           SET STF-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE '--- STAFF-CONFLICT REFUSALS ---' TO STF-RPT-LINE
           WRITE STF-RPT-LINE
           MOVE SPACES TO STF-RPT-LINE
           STRING 'USER ID   PROGRAM   ACCOUNT      CUSTOMER   '
                  'CARD              LINKED CUST  REFUSED'
             DELIMITED BY SIZE
             INTO STF-RPT-LINE
           WRITE STF-RPT-LINE

           EXEC SQL
               DECLARE CUR-STF-BLOCK CURSOR WITH HOLD FOR
               SELECT SFB_USR_ID, SFB_PROGRAM, SFB_ACCT_ID,
                      SFB_CUST_ID, SFB_CARD_NUM, SFB_LINKED_CUST_ID,
                      CHAR(SFB_BLOCK_TS)
               FROM STAFFBLK
               WHERE SFB_BLOCK_TS >= :HOST-MONTH-START-TS
               AND   SFB_BLOCK_TS <= :HOST-MONTH-END-TS
               ORDER BY SFB_USR_ID, SFB_BLOCK_TS
           END-EXEC

           EXEC SQL
               OPEN CUR-STF-BLOCK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-STF-BLOCK - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-STF-ERRORS
               SET STF-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 5100-FETCH-REFUSAL
                   UNTIL STF-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-STF-BLOCK
           END-EXEC

           IF WS-REFUSAL-LINES = 0
               MOVE SPACES TO STF-RPT-LINE
               MOVE 'NO REFUSALS THIS MONTH' TO STF-RPT-LINE
               WRITE STF-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                    5100-FETCH-REFUSAL
      *----------------------------------------------------------------*
       5100-FETCH-REFUSAL.

           EXEC SQL
               FETCH CUR-STF-BLOCK
               INTO :SFB-USR-ID, :SFB-PROGRAM, :SFB-ACCT-ID,
                    :SFB-CUST-ID, :SFB-CARD-NUM,
                    :SFB-LINKED-CUST-ID, :SFB-BLOCK-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-REFUSAL-LINES
                   MOVE SFB-ACCT-ID TO WS-ACCT-ID-EDIT
                   MOVE SPACES TO STF-RPT-LINE
                   STRING SFB-USR-ID '  '
                          SFB-PROGRAM '  '
                          WS-ACCT-ID-EDIT '  '
                          SFB-CUST-ID '  '
                          SFB-CARD-NUM '  '
                          SFB-LINKED-CUST-ID '    '
                          SFB-BLOCK-TS(1:19)
                     DELIMITED BY SIZE
                     INTO STF-RPT-LINE
                   WRITE STF-RPT-LINE
               WHEN 100
                   SET STF-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-STF-BLOCK - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-STF-ERRORS
                   SET STF-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE STF-RPT-FILE

           DISPLAY 'EMPLOYEE-LINKED ACCOUNTS: ' WS-LINKED-ACCTS
           DISPLAY 'TRANSACTIONS LISTED.....: ' WS-TRAN-LINES
           DISPLAY 'CHANGES LISTED..........: ' WS-CHANGE-LINES
           DISPLAY 'CHANGES BY LINKED USER..: ' WS-SELF-CHANGES
           DISPLAY 'REFUSALS LISTED.........: ' WS-REFUSAL-LINES
           DISPLAY 'PROCESSING ERRORS.......: ' WS-STF-ERRORS

           IF WS-STF-ERRORS > 0
               MOVE 4 TO RETURN-CODE
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
