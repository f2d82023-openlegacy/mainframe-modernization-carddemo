      *****************************************************************
      * Program     : CBACT91A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Outbound confirmed-fraud report to the card
      *               network - every FRAUDTRN row still Unreported
      *               (one per transaction on a confirmed FRAUDCASE)
      *               is marked Sent with tonight's business date and
      *               written to the network fraud file: card,
      *               transaction, merchant, MCC, amount, channel,
      *               fraud type and the date the fraud was reported
      *               to us. Marking the rows first and then writing
      *               everything stamped with the business date means
      *               a transaction is never sent twice, yet a rerun
      *               of the night rebuilds the same file. The
      *               network's acknowledgment/reject return is
      *               applied by CBACT92A.
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
      * 2026-10-15 - New batch job: outbound confirmed-fraud report
      *              file to the card network
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT91A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRD-NET-FILE ASSIGN TO FRDNETO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNO-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD FRD-NET-FILE
           RECORDING MODE IS F.
       01 FRD-NET-RECORD                  PIC X(400).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT91A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-FNO-FILE-STATUS          PIC X(02) VALUE '00'.

       01 WS-JOB-TOTALS.
         05 WS-ROWS-MARKED              PIC 9(07) VALUE ZEROS.
         05 WS-RECORDS-WRITTEN          PIC 9(07) VALUE ZEROS.
         05 WS-REPORT-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-FRAUD-AMT          PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

      * Network fraud file - '0' header, 'D' one per confirmed
      * fraudulent transaction reported tonight, '9' trailer.
       01 WS-FNF-HEADER.
         05 WS-FNFH-REC-TYPE            PIC X(01) VALUE '0'.
         05 WS-FNFH-FILE-ID             PIC X(08) VALUE 'FRDNETO'.
         05 WS-FNFH-RPT-DATE            PIC X(10).
         05 FILLER                      PIC X(381) VALUE SPACES.

       01 WS-FNF-DETAIL.
         05 WS-FNFD-REC-TYPE            PIC X(01) VALUE 'D'.
         05 WS-FNFD-CASE-ID             PIC 9(18).
         05 WS-FNFD-TRAN-ID             PIC X(16).
         05 WS-FNFD-CARD-NUM            PIC X(16).
         05 WS-FNFD-MERCHANT-ID         PIC 9(09).
         05 WS-FNFD-MERCHANT-NAME       PIC X(50).
         05 WS-FNFD-MCC-CD              PIC 9(04).
         05 WS-FNFD-TRAN-AMT            PIC 9(10).99.
         05 WS-FNFD-CHANNEL             PIC X(01).
         05 WS-FNFD-FRAUD-TYPE          PIC X(01).
         05 WS-FNFD-TRAN-DATE           PIC X(10).
         05 WS-FNFD-REPORTED-DATE       PIC X(10).
         05 FILLER                      PIC X(251) VALUE SPACES.

       01 WS-FNF-TRAILER.
         05 WS-FNFT-REC-TYPE            PIC X(01) VALUE '9'.
         05 WS-FNFT-RECORD-COUNT        PIC 9(09).
         05 WS-FNFT-TOTAL-FRAUD-AMT     PIC 9(13).99.
         05 FILLER                      PIC X(374) VALUE SPACES.

       01 WS-FILE-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 FILE-CURSOR-EOF                        VALUE 'Y'.
         88 FILE-CURSOR-NOT-EOF                    VALUE 'N'.

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

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVFRC02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT91A - NETWORK FRAUD REPORT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT91A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MARK-UNREPORTED
           PERFORM 3000-WRITE-NETWORK-FILE
              THRU 3000-EXIT
           PERFORM 6000-FINALIZE
           MOVE 'CBACT91A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ROWS-MARKED TO WS-RTOT-RECS-READ
           MOVE WS-RECORDS-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-REPORT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-FRAUD-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT91A - NETWORK FRAUD REPORT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ROWS-MARKED
           MOVE ZEROS TO WS-RECORDS-WRITTEN
           MOVE ZEROS TO WS-REPORT-ERRORS
           MOVE ZEROS TO WS-TOTAL-FRAUD-AMT.

      *----------------------------------------------------------------*
      *                   2000-MARK-UNREPORTED
      * Everything confirmed since the last run goes out tonight.
      * Once Sent a row is never picked up here again.
      *----------------------------------------------------------------*
       2000-MARK-UNREPORTED.

           EXEC SQL
               UPDATE FRAUDTRN
               SET FRT_RPT_STATUS = 'S',
                   FRT_RPT_DATE = :WS-BIZDT-DATE
               WHERE FRT_RPT_STATUS = 'U'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-ROWS-MARKED
                   EXEC SQL COMMIT END-EXEC
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR MARKING FRAUDTRN SENT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-REPORT-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 3000-WRITE-NETWORK-FILE
      * Every row reported on the business date, whichever run of
      * the job marked it.
      *----------------------------------------------------------------*
       3000-WRITE-NETWORK-FILE.

           OPEN OUTPUT FRD-NET-FILE
           IF WS-FNO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRD-NET-FILE - STATUS: '
                       WS-FNO-FILE-STATUS
               ADD 1 TO WS-REPORT-ERRORS
               GO TO 3000-EXIT
           END-IF

           MOVE WS-BIZDT-DATE TO WS-FNFH-RPT-DATE
           MOVE WS-FNF-HEADER TO FRD-NET-RECORD
           WRITE FRD-NET-RECORD

           SET FILE-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-FNO-FILE CURSOR FOR
               SELECT FRT_CASE_ID, FRT_TRAN_ID, FRT_CARD_NUM,
                      FRT_MERCHANT_ID, FRT_MERCHANT_NAME, FRT_MCC_CD,
                      FRT_TRAN_AMT, FRT_CHANNEL, FRT_FRAUD_TYPE,
                      FRT_TRAN_ORIG_TS, FRT_REPORTED_DATE
               FROM FRAUDTRN
               WHERE FRT_RPT_DATE = :WS-BIZDT-DATE
               ORDER BY FRT_CASE_ID, FRT_TRAN_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-FNO-FILE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-FNO-FILE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-REPORT-ERRORS
               SET FILE-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-WRITE-ONE-FRAUD-TRAN
                   UNTIL FILE-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-FNO-FILE
           END-EXEC

           MOVE SPACES TO WS-FNF-TRAILER
           MOVE '9' TO WS-FNFT-REC-TYPE
           MOVE WS-RECORDS-WRITTEN TO WS-FNFT-RECORD-COUNT
           MOVE WS-TOTAL-FRAUD-AMT TO WS-FNFT-TOTAL-FRAUD-AMT
           MOVE WS-FNF-TRAILER TO FRD-NET-RECORD
           WRITE FRD-NET-RECORD

           CLOSE FRD-NET-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 3100-WRITE-ONE-FRAUD-TRAN
      *----------------------------------------------------------------*
       3100-WRITE-ONE-FRAUD-TRAN.

           EXEC SQL
               FETCH CUR-FNO-FILE
               INTO :FRT-CASE-ID, :FRT-TRAN-ID, :FRT-CARD-NUM,
                    :FRT-MERCHANT-ID, :FRT-MERCHANT-NAME,
                    :FRT-MCC-CD, :FRT-TRAN-AMT, :FRT-CHANNEL,
                    :FRT-FRAUD-TYPE, :FRT-TRAN-ORIG-TS,
                    :FRT-REPORTED-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO WS-FNF-DETAIL
                   MOVE 'D' TO WS-FNFD-REC-TYPE
                   MOVE FRT-CASE-ID TO WS-FNFD-CASE-ID
                   MOVE FRT-TRAN-ID TO WS-FNFD-TRAN-ID
                   MOVE FRT-CARD-NUM TO WS-FNFD-CARD-NUM
                   MOVE FRT-MERCHANT-ID TO WS-FNFD-MERCHANT-ID
                   MOVE FRT-MERCHANT-NAME TO WS-FNFD-MERCHANT-NAME
                   MOVE FRT-MCC-CD TO WS-FNFD-MCC-CD
                   MOVE FRT-TRAN-AMT TO WS-FNFD-TRAN-AMT
                   MOVE FRT-CHANNEL TO WS-FNFD-CHANNEL
                   MOVE FRT-FRAUD-TYPE TO WS-FNFD-FRAUD-TYPE
                   MOVE FRT-TRAN-ORIG-TS(1:10) TO WS-FNFD-TRAN-DATE
                   MOVE FRT-REPORTED-DATE TO WS-FNFD-REPORTED-DATE
                   MOVE WS-FNF-DETAIL TO FRD-NET-RECORD
                   WRITE FRD-NET-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   ADD FRT-TRAN-AMT TO WS-TOTAL-FRAUD-AMT
               WHEN 100
                   SET FILE-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-FNO-FILE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-REPORT-ERRORS
                   SET FILE-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           DISPLAY 'TRANSACTIONS MARKED SENT: ' WS-ROWS-MARKED
           DISPLAY 'RECORDS ON NETWORK FILE.: ' WS-RECORDS-WRITTEN
           DISPLAY 'PROCESSING ERRORS.......: ' WS-REPORT-ERRORS

           IF WS-REPORT-ERRORS > 0
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
