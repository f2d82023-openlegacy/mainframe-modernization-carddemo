      *****************************************************************
      * Program     : CBACT75A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Quarterly user-access recertification. Run at
      *               the start of each calendar quarter:
      *               (1) disables every active USERSEC ID with no
      *               signon inside WS-DORMANCY-DAYS of the business
      *               date - last signon is the later of the USERSEC
      *               date COSGN00A stamps and the newest SEC_SESSION
      *               signon still on file; an ID that has never
      *               signed on is judged from its created date. Each
      *               disable is written to SEC_AUDIT_LOG and recorded
      *               on ACCREVW as decided. The last active admin is
      *               never disabled, as COUSR03A refuses it;
      *               (2) opens the quarter's review cycle on ACCREVW
      *               - one pending row per remaining active user
      *               under their certifying manager;
      *               (3) prints the per-manager roster on ARCRPT:
      *               each user with their role, the functions
      *               SEC_ROLE_FUNC grants that role, last signon and
      *               last password change. Managers return their
      *               certify / revoke decisions through COARC01A;
      *               (4) lists decisions still outstanding from
      *               earlier cycles.
      *               Rerunnable: an ID already disabled is no longer
      *               active, and a review row already opened for the
      *               cycle is left as it stands.
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
      * 2026-10-15 - New batch job: quarterly access recertification
      *              and dormant-ID disable
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT75A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC-RPT-FILE ASSIGN TO ARCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD ARC-RPT-FILE
           RECORDING MODE IS F.
       01 ARC-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT75A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * An ID with no signon in this many days before the business
      * date is disabled as dormant.
       01 WS-CONSTANTS.
         05 WS-DORMANCY-DAYS           PIC 9(05) VALUE 90.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-USERS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-DORMANT-DISABLED        PIC 9(07) VALUE ZEROS.
         05 WS-DORMANT-KEPT            PIC 9(07) VALUE ZEROS.
         05 WS-REVIEWS-OPENED          PIC 9(07) VALUE ZEROS.
         05 WS-REVIEWS-EXISTING        PIC 9(07) VALUE ZEROS.
         05 WS-ROSTER-LINES            PIC 9(07) VALUE ZEROS.
         05 WS-OVERDUE-ITEMS           PIC 9(07) VALUE ZEROS.
         05 WS-ARC-ERRORS              PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CUTOFF-INT              PIC S9(09) COMP.
         05 WS-CUTOFF-YYYYMMDD         PIC 9(08).
         05 WS-CYCLE-MONTH             PIC 9(02).
         05 WS-CYCLE-QTR               PIC 9(01).
         05 WS-LAST-SIGNON             PIC X(10).
         05 WS-LAST-ACTIVITY           PIC X(10).
         05 WS-SIGNON-DESC             PIC X(10).
         05 WS-STATUS-DESC             PIC X(10).
         05 WS-ACTION-DESC             PIC X(40).
         05 WS-PREV-MANAGER-ID         PIC X(08).
         05 WS-FUNC-LINE               PIC X(132).
         05 WS-FUNC-PTR                PIC S9(04) COMP.
         05 WS-FUNC-COUNT              PIC S9(04) COMP.
         05 WS-DAYS-EDIT               PIC ZZZZ9.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 ARC-CURSOR-EOF                        VALUE 'Y'.
         88 ARC-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-FUNC-CURSOR-FLAG          PIC X(01) VALUE 'N'.
         88 FUNC-CURSOR-EOF                       VALUE 'Y'.
         88 FUNC-CURSOR-NOT-EOF                   VALUE 'N'.

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

      * Security audit log - see CSUTLAPL; every dormant disable
      * lands on the user's audit trail in the same unit of work
      * as the USERSEC change.
       01 WS-AUDIT-FIELDS.
       COPY CSUTLAWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-RUN-DATE                 PIC X(10).
       01 HOST-CUTOFF-DATE              PIC X(10).
       01 HOST-CYCLE-ID                 PIC X(07).
       01 HOST-ADMIN-COUNT              PIC S9(09) COMP.
       01 HOST-FUNCTION-CD              PIC X(08).

      * Host variables - one active user, with the newest signon
      * still on SEC_SESSION and the effective certifying manager
       01 HOST-USER-ROW.
         05 HOST-USR-ID                 PIC X(08).
         05 HOST-USR-FNAME              PIC X(20).
         05 HOST-USR-LNAME              PIC X(20).
         05 HOST-USR-TYPE               PIC X(01).
         05 HOST-USR-ROLE-ID            PIC X(05).
         05 HOST-USR-SIGNON-DATE        PIC X(10).
         05 HOST-USR-SES-DATE           PIC X(10).
         05 HOST-USR-CREATED-DATE       PIC X(10).
         05 HOST-USR-PWD-CHANGED        PIC X(10).
         05 HOST-USR-MANAGER-ID         PIC X(08).

       01 HOST-MANAGER-NAME.
         05 HOST-MGR-FNAME              PIC X(20).
         05 HOST-MGR-LNAME              PIC X(20).

       COPY CVARC01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT75A - ACCESS RECERTIFICATION BATCH STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT75A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DISABLE-DORMANT
           PERFORM 3000-OPEN-REVIEW-CYCLE
           PERFORM 4000-MANAGER-ROSTER
           PERFORM 5000-OVERDUE-DECISIONS
           PERFORM 9000-FINALIZE
           MOVE 'CBACT75A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-USERS-READ TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED = WS-DORMANT-DISABLED
                                       + WS-REVIEWS-OPENED
           MOVE WS-ARC-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT75A - ACCESS RECERTIFICATION BATCH ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * The cycle is the calendar quarter of the business date; the
      * dormancy cutoff counts back from the business date.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-USERS-READ
           MOVE ZEROS TO WS-DORMANT-DISABLED
           MOVE ZEROS TO WS-DORMANT-KEPT
           MOVE ZEROS TO WS-REVIEWS-OPENED
           MOVE ZEROS TO WS-REVIEWS-EXISTING
           MOVE ZEROS TO WS-ROSTER-LINES
           MOVE ZEROS TO WS-OVERDUE-ITEMS
           MOVE ZEROS TO WS-ARC-ERRORS

           MOVE WS-BIZDT-DATE TO HOST-RUN-DATE

           MOVE WS-BIZDT-DATE(6:2) TO WS-CYCLE-MONTH
           COMPUTE WS-CYCLE-QTR = (WS-CYCLE-MONTH + 2) / 3
           MOVE SPACES TO HOST-CYCLE-ID
           STRING WS-BIZDT-DATE(1:4) '-Q' WS-CYCLE-QTR
             DELIMITED BY SIZE
             INTO HOST-CYCLE-ID

           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)
               - WS-DORMANCY-DAYS
           COMPUTE WS-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           STRING WS-CUTOFF-YYYYMMDD(1:4) '-'
                  WS-CUTOFF-YYYYMMDD(5:2) '-'
                  WS-CUTOFF-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-CUTOFF-DATE

           OPEN OUTPUT ARC-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARC-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-ARC-ERRORS
           END-IF

           MOVE SPACES TO ARC-RPT-LINE
           STRING '=== USER ACCESS RECERTIFICATION ' HOST-CYCLE-ID
                  ' - BUSINESS DATE ' HOST-RUN-DATE ' ==='
             DELIMITED BY SIZE
             INTO ARC-RPT-LINE
           WRITE ARC-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2000-DISABLE-DORMANT
      * Every active ID whose last signon (or, never signed on, whose
      * creation) is before the cutoff. Commits per user, so the
      * cursor is held across commits.
      *----------------------------------------------------------------*
       2000-DISABLE-DORMANT.

           SET ARC-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE
           MOVE WS-DORMANCY-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO ARC-RPT-LINE
           STRING '--- DORMANT IDS - NO SIGNON IN ' WS-DAYS-EDIT
                  ' DAYS (BEFORE ' HOST-CUTOFF-DATE ') ---'
             DELIMITED BY SIZE
             INTO ARC-RPT-LINE
           WRITE ARC-RPT-LINE
           MOVE SPACES TO ARC-RPT-LINE
           MOVE 'USER ID   TYPE  LAST SIGNON  CREATED     ACTION'
             TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE

           EXEC SQL
               DECLARE CUR-ARC-ACTIVE CURSOR WITH HOLD FOR
               SELECT U.USR_ID, U.USR_TYPE,
                      COALESCE(U.USR_LAST_SIGNON_DATE, ' '),
                      COALESCE((SELECT SUBSTR(MAX(S.SES_EVENT_TS),
                                              1, 10)
                                FROM SEC_SESSION S
                                WHERE S.SES_USR_ID = U.USR_ID
                                AND   S.SES_EVENT_CD IN ('N', 'X')),
                               ' '),
                      COALESCE(U.USR_CREATED_DATE, ' ')
               FROM USERSEC U
               WHERE U.USR_ACTIVE_STATUS = 'Y'
               ORDER BY U.USR_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-ARC-ACTIVE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-ARC-ACTIVE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ARC-ERRORS
               SET ARC-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-ACTIVE-USER
                   UNTIL ARC-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-ARC-ACTIVE
           END-EXEC

           IF WS-DORMANT-DISABLED = 0 AND WS-DORMANT-KEPT = 0
               MOVE SPACES TO ARC-RPT-LINE
               MOVE 'NO DORMANT IDS' TO ARC-RPT-LINE
               WRITE ARC-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  2100-FETCH-ACTIVE-USER
      * An ID with neither a signon nor a created date on file (set
      * up before either was kept) cannot be judged here; it goes to
      * its manager on the roster as never signed on.
      *----------------------------------------------------------------*
       2100-FETCH-ACTIVE-USER.

           EXEC SQL
               FETCH CUR-ARC-ACTIVE
               INTO :HOST-USR-ID, :HOST-USR-TYPE,
                    :HOST-USR-SIGNON-DATE, :HOST-USR-SES-DATE,
                    :HOST-USR-CREATED-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-USERS-READ
                   PERFORM 2200-SET-LAST-ACTIVITY
                   IF WS-LAST-ACTIVITY NOT = SPACES
                      AND WS-LAST-ACTIVITY < HOST-CUTOFF-DATE
                       PERFORM 2300-DISABLE-USER
                          THRU 2300-DISABLE-USER-EXIT
                   END-IF
               WHEN 100
                   SET ARC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ARC-ACTIVE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
                   SET ARC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2200-SET-LAST-ACTIVITY
      * Last signon is the later of the USERSEC stamp and the newest
      * SEC_SESSION signon ('YYYY-MM-DD' compares in date order);
      * dormancy falls back on the created date when there is none.
      *----------------------------------------------------------------*
       2200-SET-LAST-ACTIVITY.

           MOVE HOST-USR-SIGNON-DATE TO WS-LAST-SIGNON
           IF HOST-USR-SES-DATE > WS-LAST-SIGNON
               MOVE HOST-USR-SES-DATE TO WS-LAST-SIGNON
           END-IF

           MOVE WS-LAST-SIGNON TO WS-LAST-ACTIVITY
           IF WS-LAST-ACTIVITY = SPACES
               MOVE HOST-USR-CREATED-DATE TO WS-LAST-ACTIVITY
           END-IF.

      *----------------------------------------------------------------*
      *                    2300-DISABLE-USER
      * Deactivate, audit and record the decision on ACCREVW as one
      * unit of work. A row already opened for the cycle by an
      * earlier run this quarter is closed out as dormant instead.
      *----------------------------------------------------------------*
       2300-DISABLE-USER.

           IF WS-LAST-SIGNON = SPACES
               MOVE 'NEVER' TO WS-SIGNON-DESC
           ELSE
               MOVE WS-LAST-SIGNON TO WS-SIGNON-DESC
           END-IF

           IF HOST-USR-TYPE = 'A'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-ADMIN-COUNT
                   FROM USERSEC
                   WHERE USR_TYPE = 'A'
                   AND   USR_ACTIVE_STATUS = 'Y'
                   AND   USR_ID <> :HOST-USR-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR COUNTING ADMINS - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
                   GO TO 2300-DISABLE-USER-EXIT
               END-IF
               IF HOST-ADMIN-COUNT = 0
                   ADD 1 TO WS-DORMANT-KEPT
                   MOVE 'KEPT - LAST ACTIVE ADMIN' TO WS-ACTION-DESC
                   PERFORM 2400-WRITE-DORMANT-LINE
                   GO TO 2300-DISABLE-USER-EXIT
               END-IF
           END-IF

           EXEC SQL
               UPDATE USERSEC
               SET USR_ACTIVE_STATUS = 'N'
               WHERE USR_ID = :HOST-USR-ID
               AND   USR_ACTIVE_STATUS = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR DISABLING ' HOST-USR-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ARC-ERRORS
               EXEC SQL ROLLBACK END-EXEC
               GO TO 2300-DISABLE-USER-EXIT
           END-IF

           MOVE HOST-USR-ID TO WS-AUDIT-USR-ID
           SET AUDIT-ACTION-DEACTIVATE TO TRUE
           MOVE SPACES TO WS-AUDIT-MSG
           IF WS-LAST-SIGNON = SPACES
               STRING 'Dormant ID disabled - never signed on, created '
                      HOST-USR-CREATED-DATE
                 DELIMITED BY SIZE
                 INTO WS-AUDIT-MSG
           ELSE
               STRING 'Dormant ID disabled - no signon since '
                      WS-LAST-SIGNON
                 DELIMITED BY SIZE
                 INTO WS-AUDIT-MSG
           END-IF
           PERFORM WRITE-AUDIT-LOG THRU WRITE-AUDIT-LOG-EXIT

           IF AUDIT-ERR-ON
               MOVE WS-AUDIT-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR WRITING AUDIT FOR ' HOST-USR-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ARC-ERRORS
               EXEC SQL ROLLBACK END-EXEC
               GO TO 2300-DISABLE-USER-EXIT
           END-IF

           PERFORM 2500-RECORD-DORMANT-REVIEW
              THRU 2500-RECORD-DORMANT-REVIEW-EXIT

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR RECORDING ACCREVW FOR ' HOST-USR-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ARC-ERRORS
               EXEC SQL ROLLBACK END-EXEC
               GO TO 2300-DISABLE-USER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-DORMANT-DISABLED
           MOVE 'DISABLED' TO WS-ACTION-DESC
           PERFORM 2400-WRITE-DORMANT-LINE.
       2300-DISABLE-USER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  2400-WRITE-DORMANT-LINE
      *----------------------------------------------------------------*
       2400-WRITE-DORMANT-LINE.

           MOVE SPACES TO ARC-RPT-LINE
           STRING HOST-USR-ID '  '
                  HOST-USR-TYPE '     '
                  WS-SIGNON-DESC '   '
                  HOST-USR-CREATED-DATE '  '
                  WS-ACTION-DESC
             DELIMITED BY SIZE
             INTO ARC-RPT-LINE
           WRITE ARC-RPT-LINE.

      *----------------------------------------------------------------*
      *                2500-RECORD-DORMANT-REVIEW
      * Leaves SQLCODE set for the caller.
      *----------------------------------------------------------------*
       2500-RECORD-DORMANT-REVIEW.

           MOVE HOST-CYCLE-ID TO ARC-CYCLE-ID
           MOVE HOST-USR-ID TO ARC-USR-ID
           MOVE WS-LAST-SIGNON TO ARC-LAST-SIGNON-DATE
           MOVE 'CBACT75A' TO ARC-DECIDED-BY
           MOVE SPACES TO ARC-REASON
           STRING 'DORMANT - NO SIGNON BEFORE ' HOST-CUTOFF-DATE
             DELIMITED BY SIZE
             INTO ARC-REASON

           EXEC SQL
               UPDATE ACCREVW
               SET ARC_STATUS = 'D',
                   ARC_LAST_SIGNON_DATE = :ARC-LAST-SIGNON-DATE,
                   ARC_DECIDED_BY = :ARC-DECIDED-BY,
                   ARC_DECIDED_TS = CURRENT TIMESTAMP,
                   ARC_REASON = :ARC-REASON
               WHERE ARC_CYCLE_ID = :ARC-CYCLE-ID
               AND   ARC_USR_ID = :ARC-USR-ID
           END-EXEC

           IF SQLCODE NOT = 100
               GO TO 2500-RECORD-DORMANT-REVIEW-EXIT
           END-IF

           EXEC SQL
               INSERT INTO ACCREVW
               (ARC_CYCLE_ID, ARC_USR_ID, ARC_MANAGER_ID,
                ARC_USR_TYPE, ARC_ROLE_ID, ARC_LAST_SIGNON_DATE,
                ARC_PWD_CHANGED_DATE, ARC_STATUS, ARC_DECIDED_BY,
                ARC_DECIDED_TS, ARC_REASON)
               SELECT :ARC-CYCLE-ID, U.USR_ID,
                      COALESCE(U.USR_MANAGER_ID, ' '),
                      U.USR_TYPE, COALESCE(U.USR_ROLE_ID, ' '),
                      :ARC-LAST-SIGNON-DATE,
                      COALESCE(U.USR_PWD_CHANGED_DATE, ' '),
                      'D', :ARC-DECIDED-BY, CURRENT TIMESTAMP,
                      :ARC-REASON
               FROM USERSEC U
               WHERE U.USR_ID = :ARC-USR-ID
           END-EXEC.
       2500-RECORD-DORMANT-REVIEW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  3000-OPEN-REVIEW-CYCLE
      * A pending row for every user still active, under the
      * manager who certifies them. A manager who is no longer
      * active (or a user set as their own manager) counts as none -
      * those users go to the unassigned group.
      *----------------------------------------------------------------*
       3000-OPEN-REVIEW-CYCLE.

           SET ARC-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-ARC-OPEN CURSOR WITH HOLD FOR
               SELECT U.USR_ID, U.USR_TYPE,
                      COALESCE(U.USR_ROLE_ID, ' '),
                      COALESCE(U.USR_LAST_SIGNON_DATE, ' '),
                      COALESCE((SELECT SUBSTR(MAX(S.SES_EVENT_TS),
                                              1, 10)
                                FROM SEC_SESSION S
                                WHERE S.SES_USR_ID = U.USR_ID
                                AND   S.SES_EVENT_CD IN ('N', 'X')),
                               ' '),
                      COALESCE(U.USR_CREATED_DATE, ' '),
                      COALESCE(U.USR_PWD_CHANGED_DATE, ' '),
                      CASE WHEN M.USR_ACTIVE_STATUS = 'Y'
                            AND M.USR_ID <> U.USR_ID
                           THEN M.USR_ID
                           ELSE ' '
                      END
               FROM USERSEC U
               LEFT OUTER JOIN USERSEC M
                    ON M.USR_ID = U.USR_MANAGER_ID
               WHERE U.USR_ACTIVE_STATUS = 'Y'
               ORDER BY U.USR_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-ARC-OPEN
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-ARC-OPEN - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ARC-ERRORS
               SET ARC-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-OPEN-USER-REVIEW
                   UNTIL ARC-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-ARC-OPEN
           END-EXEC

           EXEC SQL COMMIT END-EXEC.

      *----------------------------------------------------------------*
      *                  3100-OPEN-USER-REVIEW
      *----------------------------------------------------------------*
       3100-OPEN-USER-REVIEW.

           EXEC SQL
               FETCH CUR-ARC-OPEN
               INTO :HOST-USR-ID, :HOST-USR-TYPE, :HOST-USR-ROLE-ID,
                    :HOST-USR-SIGNON-DATE, :HOST-USR-SES-DATE,
                    :HOST-USR-CREATED-DATE, :HOST-USR-PWD-CHANGED,
                    :HOST-USR-MANAGER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2200-SET-LAST-ACTIVITY
                   PERFORM 3200-INSERT-REVIEW-ROW
               WHEN 100
                   SET ARC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ARC-OPEN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
                   SET ARC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  3200-INSERT-REVIEW-ROW
      * Already opened by an earlier run this quarter - decided or
      * not, the row stands.
      *----------------------------------------------------------------*
       3200-INSERT-REVIEW-ROW.

           MOVE HOST-CYCLE-ID TO ARC-CYCLE-ID
           MOVE HOST-USR-ID TO ARC-USR-ID
           MOVE HOST-USR-MANAGER-ID TO ARC-MANAGER-ID
           MOVE HOST-USR-TYPE TO ARC-USR-TYPE
           MOVE HOST-USR-ROLE-ID TO ARC-ROLE-ID
           MOVE WS-LAST-SIGNON TO ARC-LAST-SIGNON-DATE
           MOVE HOST-USR-PWD-CHANGED TO ARC-PWD-CHANGED-DATE
           SET ARC-PENDING TO TRUE
           MOVE SPACES TO ARC-DECIDED-BY
           MOVE SPACES TO ARC-DECIDED-TS
           MOVE SPACES TO ARC-REASON

           EXEC SQL
               INSERT INTO ACCREVW
               (ARC_CYCLE_ID, ARC_USR_ID, ARC_MANAGER_ID,
                ARC_USR_TYPE, ARC_ROLE_ID, ARC_LAST_SIGNON_DATE,
                ARC_PWD_CHANGED_DATE, ARC_STATUS, ARC_DECIDED_BY,
                ARC_DECIDED_TS, ARC_REASON)
               VALUES
               (:ARC-CYCLE-ID, :ARC-USR-ID, :ARC-MANAGER-ID,
                :ARC-USR-TYPE, :ARC-ROLE-ID, :ARC-LAST-SIGNON-DATE,
                :ARC-PWD-CHANGED-DATE, :ARC-STATUS, :ARC-DECIDED-BY,
                :ARC-DECIDED-TS, :ARC-REASON)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-REVIEWS-OPENED
               WHEN -803
                   ADD 1 TO WS-REVIEWS-EXISTING
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING REVIEW FOR ' HOST-USR-ID
                           ' - SQLCODE: ' WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4000-MANAGER-ROSTER
      * The cycle's review rows by certifying manager, the unassigned
      * group (blank manager) first. Disabled-as-dormant rows were
      * listed in the first section and are not repeated.
      *----------------------------------------------------------------*
       4000-MANAGER-ROSTER.

           SET ARC-CURSOR-NOT-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-PREV-MANAGER-ID

           MOVE SPACES TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE
           MOVE SPACES TO ARC-RPT-LINE
           STRING '--- ACCESS REVIEW ROSTER BY MANAGER - CYCLE '
                  HOST-CYCLE-ID ' ---'
             DELIMITED BY SIZE
             INTO ARC-RPT-LINE
           WRITE ARC-RPT-LINE

           EXEC SQL
               DECLARE CUR-ARC-ROSTER CURSOR FOR
               SELECT A.ARC_MANAGER_ID,
                      COALESCE(M.USR_FNAME, ' '),
                      COALESCE(M.USR_LNAME, ' '),
                      A.ARC_USR_ID, U.USR_FNAME, U.USR_LNAME,
                      A.ARC_USR_TYPE, A.ARC_ROLE_ID,
                      A.ARC_LAST_SIGNON_DATE, A.ARC_PWD_CHANGED_DATE,
                      A.ARC_STATUS
               FROM ACCREVW A
               INNER JOIN USERSEC U
                     ON U.USR_ID = A.ARC_USR_ID
               LEFT OUTER JOIN USERSEC M
                     ON M.USR_ID = A.ARC_MANAGER_ID
               WHERE A.ARC_CYCLE_ID = :HOST-CYCLE-ID
               AND   A.ARC_STATUS <> 'D'
               ORDER BY A.ARC_MANAGER_ID, A.ARC_USR_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-ARC-ROSTER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-ARC-ROSTER - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ARC-ERRORS
               SET ARC-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4100-FETCH-ROSTER-USER
                   UNTIL ARC-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-ARC-ROSTER
           END-EXEC

           IF WS-ROSTER-LINES = 0
               MOVE SPACES TO ARC-RPT-LINE
               MOVE 'NO ACTIVE USERS TO REVIEW' TO ARC-RPT-LINE
               WRITE ARC-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  4100-FETCH-ROSTER-USER
      *----------------------------------------------------------------*
       4100-FETCH-ROSTER-USER.

           EXEC SQL
               FETCH CUR-ARC-ROSTER
               INTO :ARC-MANAGER-ID, :HOST-MGR-FNAME, :HOST-MGR-LNAME,
                    :ARC-USR-ID, :HOST-USR-FNAME, :HOST-USR-LNAME,
                    :ARC-USR-TYPE, :ARC-ROLE-ID,
                    :ARC-LAST-SIGNON-DATE, :ARC-PWD-CHANGED-DATE,
                    :ARC-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROSTER-LINES
                   IF ARC-MANAGER-ID NOT = WS-PREV-MANAGER-ID
                       PERFORM 4200-WRITE-MANAGER-HEADER
                   END-IF
                   PERFORM 4300-WRITE-ROSTER-LINE
                   PERFORM 4400-LIST-ROLE-FUNCTIONS
               WHEN 100
                   SET ARC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ARC-ROSTER - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
                   SET ARC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 4200-WRITE-MANAGER-HEADER
      *----------------------------------------------------------------*
       4200-WRITE-MANAGER-HEADER.

           MOVE ARC-MANAGER-ID TO WS-PREV-MANAGER-ID

           MOVE SPACES TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE
           MOVE SPACES TO ARC-RPT-LINE
           IF ARC-MANAGER-ID = SPACES
               MOVE 'UNASSIGNED - CERTIFIED BY SECURITY ADMINISTRATION'
                 TO ARC-RPT-LINE
           ELSE
               STRING 'MANAGER: ' ARC-MANAGER-ID '  '
                      HOST-MGR-FNAME ' ' HOST-MGR-LNAME
                 DELIMITED BY SIZE
                 INTO ARC-RPT-LINE
           END-IF
           WRITE ARC-RPT-LINE
           MOVE SPACES TO ARC-RPT-LINE
           STRING 'USER ID   LAST NAME            FIRST NAME           '
                  'TYPE  ROLE   LAST SIGNON  PWD CHANGED  STATUS'
             DELIMITED BY SIZE
             INTO ARC-RPT-LINE
           WRITE ARC-RPT-LINE.

      *----------------------------------------------------------------*
      *                  4300-WRITE-ROSTER-LINE
      *----------------------------------------------------------------*
       4300-WRITE-ROSTER-LINE.

           IF ARC-LAST-SIGNON-DATE = SPACES
               MOVE 'NEVER' TO WS-SIGNON-DESC
           ELSE
               MOVE ARC-LAST-SIGNON-DATE TO WS-SIGNON-DESC
           END-IF

           EVALUATE TRUE
               WHEN ARC-PENDING
                   MOVE 'PENDING' TO WS-STATUS-DESC
               WHEN ARC-CERTIFIED
                   MOVE 'CERTIFIED' TO WS-STATUS-DESC
               WHEN ARC-REVOKED
                   MOVE 'REVOKED' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE ARC-STATUS TO WS-STATUS-DESC
           END-EVALUATE

           MOVE SPACES TO ARC-RPT-LINE
           STRING ARC-USR-ID '  '
                  HOST-USR-LNAME ' '
                  HOST-USR-FNAME ' '
                  ARC-USR-TYPE '     '
                  ARC-ROLE-ID '  '
                  WS-SIGNON-DESC '   '
                  ARC-PWD-CHANGED-DATE '   '
                  WS-STATUS-DESC
             DELIMITED BY SIZE
             INTO ARC-RPT-LINE
           WRITE ARC-RPT-LINE.

      *----------------------------------------------------------------*
      *                 4400-LIST-ROLE-FUNCTIONS
      * The functions SEC_ROLE_FUNC allows the user's role, as many
      * to a line as fit. No role is the legacy type-based access.
      *----------------------------------------------------------------*
       4400-LIST-ROLE-FUNCTIONS.

           MOVE SPACES TO WS-FUNC-LINE
           MOVE 1 TO WS-FUNC-PTR
           MOVE ZEROS TO WS-FUNC-COUNT

           IF ARC-ROLE-ID = SPACES
               IF ARC-USR-TYPE = 'A'
                   MOVE '          FUNCTIONS: LEGACY ADMIN ACCESS'
                     TO ARC-RPT-LINE
               ELSE
                   MOVE '          FUNCTIONS: LEGACY USER ACCESS'
                     TO ARC-RPT-LINE
               END-IF
               WRITE ARC-RPT-LINE
           ELSE
               STRING '          FUNCTIONS:'
                 DELIMITED BY SIZE
                 INTO WS-FUNC-LINE
                 WITH POINTER WS-FUNC-PTR
               SET FUNC-CURSOR-NOT-EOF TO TRUE

               EXEC SQL
                   DECLARE CUR-ARC-FUNC CURSOR FOR
                   SELECT RF_FUNCTION_CD
                   FROM SEC_ROLE_FUNC
                   WHERE RF_ROLE_ID = :ARC-ROLE-ID
                   AND   RF_ALLOWED_IND = 'Y'
                   ORDER BY RF_FUNCTION_CD
               END-EXEC

               EXEC SQL
                   OPEN CUR-ARC-FUNC
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-ARC-FUNC - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
                   SET FUNC-CURSOR-EOF TO TRUE
               END-IF

               PERFORM 4500-FETCH-ROLE-FUNCTION
                       UNTIL FUNC-CURSOR-EOF

               EXEC SQL
                   CLOSE CUR-ARC-FUNC
               END-EXEC

               IF WS-FUNC-COUNT = 0
                   STRING ' NONE GRANTED'
                     DELIMITED BY SIZE
                     INTO WS-FUNC-LINE
                     WITH POINTER WS-FUNC-PTR
               END-IF
               MOVE WS-FUNC-LINE TO ARC-RPT-LINE
               WRITE ARC-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                 4500-FETCH-ROLE-FUNCTION
      *----------------------------------------------------------------*
       4500-FETCH-ROLE-FUNCTION.

           EXEC SQL
               FETCH CUR-ARC-FUNC
               INTO :HOST-FUNCTION-CD
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FUNC-COUNT
                   IF WS-FUNC-PTR > 120
                       MOVE WS-FUNC-LINE TO ARC-RPT-LINE
                       WRITE ARC-RPT-LINE
                       MOVE SPACES TO WS-FUNC-LINE
                       MOVE 21 TO WS-FUNC-PTR
                   END-IF
                   STRING ' ' HOST-FUNCTION-CD
                     DELIMITED BY SIZE
                     INTO WS-FUNC-LINE
                     WITH POINTER WS-FUNC-PTR
               WHEN 100
                   SET FUNC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ARC-FUNC - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
                   SET FUNC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 5000-OVERDUE-DECISIONS
      * Review rows from earlier cycles nobody has decided, for users
      * still active - the manager has not answered.
      *----------------------------------------------------------------*
       5000-OVERDUE-DECISIONS.

           SET ARC-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE
           MOVE '--- UNDECIDED REVIEWS FROM EARLIER CYCLES ---'
             TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE
           MOVE SPACES TO ARC-RPT-LINE
           MOVE 'CYCLE    MANAGER   USER ID' TO ARC-RPT-LINE
           WRITE ARC-RPT-LINE

           EXEC SQL
               DECLARE CUR-ARC-OVERDUE CURSOR FOR
               SELECT A.ARC_CYCLE_ID, A.ARC_MANAGER_ID, A.ARC_USR_ID
               FROM ACCREVW A
               INNER JOIN USERSEC U
                     ON U.USR_ID = A.ARC_USR_ID
               WHERE A.ARC_CYCLE_ID < :HOST-CYCLE-ID
               AND   A.ARC_STATUS = 'P'
               AND   U.USR_ACTIVE_STATUS = 'Y'
               ORDER BY A.ARC_CYCLE_ID, A.ARC_MANAGER_ID, A.ARC_USR_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-ARC-OVERDUE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-ARC-OVERDUE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ARC-ERRORS
               SET ARC-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 5100-FETCH-OVERDUE
                   UNTIL ARC-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-ARC-OVERDUE
           END-EXEC

           IF WS-OVERDUE-ITEMS = 0
               MOVE SPACES TO ARC-RPT-LINE
               MOVE 'EVERY EARLIER REVIEW HAS BEEN DECIDED'
                 TO ARC-RPT-LINE
               WRITE ARC-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                    5100-FETCH-OVERDUE
      *----------------------------------------------------------------*
       5100-FETCH-OVERDUE.

           EXEC SQL
               FETCH CUR-ARC-OVERDUE
               INTO :ARC-CYCLE-ID, :ARC-MANAGER-ID, :ARC-USR-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-OVERDUE-ITEMS
                   MOVE SPACES TO ARC-RPT-LINE
                   IF ARC-MANAGER-ID = SPACES
                       STRING ARC-CYCLE-ID '  '
                              'UNASSIGN  '
                              ARC-USR-ID
                         DELIMITED BY SIZE
                         INTO ARC-RPT-LINE
                   ELSE
                       STRING ARC-CYCLE-ID '  '
                              ARC-MANAGER-ID '  '
                              ARC-USR-ID
                         DELIMITED BY SIZE
                         INTO ARC-RPT-LINE
                   END-IF
                   WRITE ARC-RPT-LINE
               WHEN 100
                   SET ARC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-ARC-OVERDUE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ARC-ERRORS
                   SET ARC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE ARC-RPT-FILE

           DISPLAY 'REVIEW CYCLE............: ' HOST-CYCLE-ID
           DISPLAY 'ACTIVE USERS READ.......: ' WS-USERS-READ
           DISPLAY 'DORMANT IDS DISABLED....: ' WS-DORMANT-DISABLED
           DISPLAY 'DORMANT ADMIN KEPT......: ' WS-DORMANT-KEPT
           DISPLAY 'REVIEWS OPENED..........: ' WS-REVIEWS-OPENED
           DISPLAY 'REVIEWS ALREADY OPEN....: ' WS-REVIEWS-EXISTING
           DISPLAY 'ROSTER LINES............: ' WS-ROSTER-LINES
           DISPLAY 'OVERDUE DECISIONS.......: ' WS-OVERDUE-ITEMS
           DISPLAY 'PROCESSING ERRORS.......: ' WS-ARC-ERRORS

           IF WS-ARC-ERRORS > 0
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

      *----------------------------------------------------------------*
      *            WRITE-AUDIT-LOG (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLAPL.
