      *****************************************************************
      * Program     : CBDRL01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Disaster relief ZIP enrollment. For every
      *               declared disaster (DSTEVENT) whose relief window
      *               covers the business date, enrolls on DSTENROL
      *               each open account whose customer's address ZIP
      *               is on the event's affected list (DSTZIP), with
      *               an ACCTHIST row. Runs nightly, so ZIPs added to
      *               an open event and customers who move into the
      *               area are picked up on the next run; accounts
      *               already enrolled - by an earlier run or by their
      *               own opt-in through CODRL01A - are left as they
      *               are.
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
      * 2026-10-15 - New batch job: disaster relief enrollment by
      *              affected ZIP code
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBDRL01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBDRL01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-CANDIDATES-READ          PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ENROLLED           PIC 9(07) VALUE ZEROS.
         05 WS-ALREADY-ENROLLED         PIC 9(07) VALUE ZEROS.
         05 WS-ENROLL-ERRORS            PIC 9(07) VALUE ZEROS.

      * Enrollments are committed in groups - a large declared area
      * enrolls tens of thousands of accounts on its first night.
       01 WS-COMMIT-FIELDS.
         05 WS-COMMIT-PENDING           PIC S9(04) COMP VALUE ZEROS.
         05 WS-COMMIT-EVERY             PIC S9(04) COMP VALUE 500.

       01 WS-WORK-FIELDS.
         05 WS-EVENT-ID-EDIT            PIC 9(09).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 ENR-CURSOR-EOF                        VALUE 'Y'.
         88 ENR-CURSOR-NOT-EOF                    VALUE 'N'.

      * Account history - see CSUTLHPL
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

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

       COPY CVDRL03Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBDRL01A - DISASTER RELIEF ZIP ENROLLMENT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBDRL01A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CANDIDATES
                   UNTIL ENR-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBDRL01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-CANDIDATES-READ TO WS-RTOT-RECS-READ
           MOVE WS-ACCTS-ENROLLED TO WS-RTOT-RECS-POSTED
           MOVE WS-ENROLL-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBDRL01A - DISASTER RELIEF ZIP ENROLLMENT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * One row per open event and account to enroll. The customer's
      * ZIP+4 matches on its first five digits; an account shared by
      * two customers in the area comes back once (DISTINCT). Held
      * across the group commits taken in 2100.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-CANDIDATES-READ
           MOVE ZEROS TO WS-ACCTS-ENROLLED
           MOVE ZEROS TO WS-ALREADY-ENROLLED
           MOVE ZEROS TO WS-ENROLL-ERRORS
           MOVE ZEROS TO WS-COMMIT-PENDING
           SET ENR-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-DRL-ENROLL CURSOR WITH HOLD FOR
               SELECT DISTINCT E.DRE_EVENT_ID, A.ACCT_ID
               FROM DSTEVENT E, DSTZIP Z, CUSTDAT C,
                    CXACAIX X, ACCTDAT A
               WHERE E.DRE_START_DATE <= :WS-BIZDT-DATE
               AND   E.DRE_END_DATE >= :WS-BIZDT-DATE
               AND   Z.DRZ_EVENT_ID = E.DRE_EVENT_ID
               AND   SUBSTR(C.CUST_ADDR_ZIP, 1, 5) = Z.DRZ_ZIP
               AND   X.XREF_CUST_ID = C.CUST_ID
               AND   A.ACCT_ID = X.XREF_ACCT_ID
               AND   A.ACCT_ACTIVE_STATUS = 'Y'
               AND   NOT EXISTS
                     (SELECT 1 FROM DSTENROL N
                      WHERE N.DRN_EVENT_ID = E.DRE_EVENT_ID
                      AND   N.DRN_ACCT_ID = A.ACCT_ID)
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CUR-DRL-ENROLL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-DRL-ENROLL - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ENROLL-ERRORS
               SET ENR-CURSOR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                    2000-PROCESS-CANDIDATES
      *----------------------------------------------------------------*
       2000-PROCESS-CANDIDATES.

           EXEC SQL
               FETCH CUR-DRL-ENROLL
               INTO :DRN-EVENT-ID, :DRN-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CANDIDATES-READ
                   PERFORM 2100-ENROLL-ACCOUNT
                      THRU 2100-ENROLL-ACCOUNT-EXIT
               WHEN 100
                   SET ENR-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DRL-ENROLL - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ENROLL-ERRORS
                   SET ENR-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2100-ENROLL-ACCOUNT
      * The enrollment and its ACCTHIST row stand or fall together.
      * An account the customer opted in since the cursor opened
      * (-803) is already enrolled and is simply counted.
      *----------------------------------------------------------------*
       2100-ENROLL-ACCOUNT.

           SET DRN-SOURCE-ZIP TO TRUE
           MOVE WS-BIZDT-DATE TO DRN-ENROLL-DATE
           MOVE WS-PGMNAME TO DRN-USER-ID

           EXEC SQL
               INSERT INTO DSTENROL
               (DRN_EVENT_ID, DRN_ACCT_ID, DRN_SOURCE_CD,
                DRN_ENROLL_DATE, DRN_USER_ID, DRN_FEE_RELIEVED,
                DRN_INT_RELIEVED, DRN_PMT_DEFERRED, DRN_CREATE_TS)
               VALUES
               (:DRN-EVENT-ID, :DRN-ACCT-ID, :DRN-SOURCE-CD,
                :DRN-ENROLL-DATE, :DRN-USER-ID, 0, 0, 0,
                CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   ADD 1 TO WS-ALREADY-ENROLLED
                   GO TO 2100-ENROLL-ACCOUNT-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR INSERTING DSTENROL FOR ACCT '
                           DRN-ACCT-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   GO TO 2100-ENROLL-ERROR
           END-EVALUATE

           MOVE DRN-EVENT-ID TO WS-EVENT-ID-EDIT
           MOVE DRN-ACCT-ID TO WS-AHST-ACCT-ID
           MOVE 'DISASTER-RELIEF' TO WS-AHST-FIELD-NAME
           MOVE SPACES TO WS-AHST-OLD-VALUE
           MOVE SPACES TO WS-AHST-NEW-VALUE
           STRING 'EVENT ' WS-EVENT-ID-EDIT ' BY ZIP'
             DELIMITED BY SIZE
             INTO WS-AHST-NEW-VALUE
           MOVE WS-PGMNAME TO WS-AHST-USER-ID
           PERFORM WRITE-ACCT-HISTORY
              THRU WRITE-ACCT-HISTORY-EXIT
           IF AHST-ERR-ON
               MOVE WS-AHST-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING ACCTHIST FOR ACCT '
                       DRN-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               GO TO 2100-ENROLL-ERROR
           END-IF

           ADD 1 TO WS-ACCTS-ENROLLED
           ADD 1 TO WS-COMMIT-PENDING
           IF WS-COMMIT-PENDING >= WS-COMMIT-EVERY
               EXEC SQL COMMIT END-EXEC
               MOVE ZEROS TO WS-COMMIT-PENDING
           END-IF
           GO TO 2100-ENROLL-ACCOUNT-EXIT
           .
      * A failed write ends the run; the enrollments since the last
      * commit go back and the next run picks them up again.
       2100-ENROLL-ERROR.
           EXEC SQL ROLLBACK END-EXEC
           COMPUTE WS-ACCTS-ENROLLED =
               WS-ACCTS-ENROLLED - WS-COMMIT-PENDING
           MOVE ZEROS TO WS-COMMIT-PENDING
           ADD 1 TO WS-ENROLL-ERRORS
           SET ENR-CURSOR-EOF TO TRUE
           .
       2100-ENROLL-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           IF WS-COMMIT-PENDING > 0
               EXEC SQL COMMIT END-EXEC
               MOVE ZEROS TO WS-COMMIT-PENDING
           END-IF

           EXEC SQL
               CLOSE CUR-DRL-ENROLL
           END-EXEC

           DISPLAY 'ACCOUNTS IN DECLARED ZIPS: ' WS-CANDIDATES-READ
           DISPLAY 'ACCOUNTS ENROLLED........: ' WS-ACCTS-ENROLLED
           DISPLAY 'ALREADY ENROLLED.........: ' WS-ALREADY-ENROLLED
           DISPLAY 'ENROLLMENT ERRORS........: ' WS-ENROLL-ERRORS

           IF WS-ENROLL-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *          WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.

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
