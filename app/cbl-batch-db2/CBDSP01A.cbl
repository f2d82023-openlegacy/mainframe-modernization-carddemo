      *****************************************************************
      * Program     : CBDSP01A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Daily merchant credit / dispute match report,
      *               run after the clearing posting (CBACT18A). Lists
      *               from the credit-match log (DSPCRMAT) for the
      *               business date:
      *               - every merchant credit, cleared or keyed, that
      *                 was matched to a dispute - closing it Credited
      *                 or reducing the amount in dispute - with the
      *                 reversal of the dispute credit it replaced;
      *               - every near miss left untouched for an analyst:
      *                 a credit larger than the amount in dispute, a
      *                 credit on a dispute whose chargeback is already
      *                 with the network, or a credit for exactly a
      *                 disputed amount at a different merchant.
      *               Ends RC 4 when there is a near miss to review.
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
      * 2026-10-15 - New batch job: daily report of merchant credits
      *              matched to disputes and near misses
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBDSP01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCM-RPT-FILE ASSIGN TO DCMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD DCM-RPT-FILE
           RECORDING MODE IS F.
       01 DCM-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBDSP01A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-CREDITS-FULL             PIC 9(07) VALUE ZEROS.
         05 WS-CREDITS-PARTIAL          PIC 9(07) VALUE ZEROS.
         05 WS-CREDITS-NEAR-MISS        PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-COVERED-AMT        PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-RPT-ERRORS               PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-AMT-EDIT                 PIC -(11)9.99.
         05 WS-SECTION-TITLE            PIC X(60).

       01 WS-MAT-CURSOR-FLAG            PIC X(01) VALUE 'N'.
         88 MAT-CURSOR-EOF                        VALUE 'Y'.
         88 MAT-CURSOR-NOT-EOF                    VALUE 'N'.
       01 WS-NRM-CURSOR-FLAG            PIC X(01) VALUE 'N'.
         88 NRM-CURSOR-EOF                        VALUE 'Y'.
         88 NRM-CURSOR-NOT-EOF                    VALUE 'N'.

      * Credit match line
       01 WS-RPT-DETAIL.
         05 RPT-DISPUTE-ID              PIC Z(17)9.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-ACCT-ID                 PIC 9(11).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-CREDIT-TRAN-ID          PIC X(16).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-MERCHANT-ID             PIC Z(08)9.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-CREDIT-AMT              PIC -(7)9.99.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-DISPUTE-AMT             PIC -(7)9.99.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-COVERED-AMT             PIC -(7)9.99.
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-SOURCE-PGM              PIC X(08).
         05 FILLER                      PIC X(02) VALUE SPACES.
         05 RPT-DETAIL                  PIC X(21).

       01 WS-RPT-HEAD.
         05 FILLER                      PIC X(20)
                                        VALUE '        DISPUTE ID'.
         05 FILLER                      PIC X(13)
                                        VALUE 'ACCOUNT'.
         05 FILLER                      PIC X(18)
                                        VALUE 'CREDIT TRAN'.
         05 FILLER                      PIC X(11)
                                        VALUE ' MERCHANT'.
         05 FILLER                      PIC X(13)
                                        VALUE '     CREDIT'.
         05 FILLER                      PIC X(13)
                                        VALUE ' IN DISPUTE'.
         05 FILLER                      PIC X(13)
                                        VALUE '    COVERED'.
         05 FILLER                      PIC X(10)
                                        VALUE 'SOURCE'.
         05 FILLER                      PIC X(21)
                                        VALUE 'DETAIL'.

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

       COPY CVDSP02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBDSP01A - DISPUTE CREDIT MATCH REPORT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBDSP01A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT18A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-MATCHED
                   UNTIL MAT-CURSOR-EOF
           PERFORM 3000-START-NEAR-MISSES
           PERFORM 3100-REPORT-NEAR-MISSES
                   UNTIL NRM-CURSOR-EOF
           PERFORM 5000-FINALIZE
           MOVE 'CBDSP01A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           COMPUTE WS-RTOT-RECS-READ = WS-CREDITS-FULL
                                     + WS-CREDITS-PARTIAL
                                     + WS-CREDITS-NEAR-MISS
           COMPUTE WS-RTOT-RECS-POSTED = WS-CREDITS-FULL
                                       + WS-CREDITS-PARTIAL
           MOVE WS-RPT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-COVERED-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBDSP01A - DISPUTE CREDIT MATCH REPORT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           SET MAT-CURSOR-NOT-EOF TO TRUE
           SET NRM-CURSOR-NOT-EOF TO TRUE

           OPEN OUTPUT DCM-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DCM-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-RPT-ERRORS
               SET MAT-CURSOR-EOF TO TRUE
               SET NRM-CURSOR-EOF TO TRUE
           ELSE
               MOVE SPACES TO DCM-RPT-LINE
               MOVE 'MERCHANT CREDITS MATCHED TO DISPUTES'
                 TO DCM-RPT-LINE
               WRITE DCM-RPT-LINE
               MOVE SPACES TO DCM-RPT-LINE
               STRING 'FOR BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BIZDT-DATE DELIMITED BY SIZE
                 INTO DCM-RPT-LINE
               WRITE DCM-RPT-LINE
               MOVE 'CREDITS MATCHED - DISPUTE CLOSED (FULL) OR REDUCED'
                 TO WS-SECTION-TITLE
               PERFORM 9000-WRITE-SECTION-HEAD
           END-IF

           EXEC SQL
               DECLARE CUR-DCM-MATCHED CURSOR FOR
               SELECT DCM_DISPUTE_ID, DCM_ACCT_ID, DCM_CREDIT_TRAN_ID,
                      DCM_MERCHANT_ID, DCM_CREDIT_AMT, DCM_DISPUTE_AMT,
                      DCM_COVERED_AMT, DCM_MATCH_TYPE,
                      DCM_REVERSAL_TRAN_ID, DCM_SOURCE_PGM
               FROM DSPCRMAT
               WHERE DCM_BUS_DATE = :WS-BIZDT-DATE
               AND   DCM_MATCH_TYPE IN ('F', 'P')
               ORDER BY DCM_MATCH_TYPE, DCM_DISPUTE_ID, DCM_MATCH_ID
           END-EXEC

           IF MAT-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-DCM-MATCHED
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-DCM-MATCHED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET MAT-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-REPORT-MATCHED
      *----------------------------------------------------------------*
       2000-REPORT-MATCHED.

           EXEC SQL
               FETCH CUR-DCM-MATCHED
               INTO :DCM-DISPUTE-ID, :DCM-ACCT-ID, :DCM-CREDIT-TRAN-ID,
                    :DCM-MERCHANT-ID, :DCM-CREDIT-AMT,
                    :DCM-DISPUTE-AMT, :DCM-COVERED-AMT,
                    :DCM-MATCH-TYPE, :DCM-REVERSAL-TRAN-ID,
                    :DCM-SOURCE-PGM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD DCM-COVERED-AMT TO WS-TOTAL-COVERED-AMT
                   MOVE SPACES TO RPT-DETAIL
                   IF DCM-FULL-MATCH
                       ADD 1 TO WS-CREDITS-FULL
                       MOVE 'FULL' TO RPT-DETAIL(1:4)
                   ELSE
                       ADD 1 TO WS-CREDITS-PARTIAL
                       MOVE 'PART' TO RPT-DETAIL(1:4)
                   END-IF
                   MOVE DCM-REVERSAL-TRAN-ID TO RPT-DETAIL(6:16)
                   PERFORM 9100-WRITE-DETAIL
               WHEN 100
                   SET MAT-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-DCM-MATCHED
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DCM-MATCHED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET MAT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3000-START-NEAR-MISSES
      * A near miss changed nothing on the dispute or the account -
      * the analyst decides whether the credit settles it.
      *----------------------------------------------------------------*
       3000-START-NEAR-MISSES.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE 'NEAR MISSES - NOT MATCHED, FOR REVIEW'
                 TO WS-SECTION-TITLE
               PERFORM 9000-WRITE-SECTION-HEAD
           END-IF

           EXEC SQL
               DECLARE CUR-DCM-NEAR CURSOR FOR
               SELECT DCM_DISPUTE_ID, DCM_ACCT_ID, DCM_CREDIT_TRAN_ID,
                      DCM_MERCHANT_ID, DCM_CREDIT_AMT, DCM_DISPUTE_AMT,
                      DCM_COVERED_AMT, DCM_NEAR_REASON, DCM_SOURCE_PGM
               FROM DSPCRMAT
               WHERE DCM_BUS_DATE   = :WS-BIZDT-DATE
               AND   DCM_MATCH_TYPE = 'N'
               ORDER BY DCM_NEAR_REASON, DCM_DISPUTE_ID, DCM_MATCH_ID
           END-EXEC

           IF NRM-CURSOR-NOT-EOF
               EXEC SQL
                   OPEN CUR-DCM-NEAR
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-DCM-NEAR - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET NRM-CURSOR-EOF TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      3100-REPORT-NEAR-MISSES
      *----------------------------------------------------------------*
       3100-REPORT-NEAR-MISSES.

           EXEC SQL
               FETCH CUR-DCM-NEAR
               INTO :DCM-DISPUTE-ID, :DCM-ACCT-ID, :DCM-CREDIT-TRAN-ID,
                    :DCM-MERCHANT-ID, :DCM-CREDIT-AMT,
                    :DCM-DISPUTE-AMT, :DCM-COVERED-AMT,
                    :DCM-NEAR-REASON, :DCM-SOURCE-PGM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CREDITS-NEAR-MISS
                   EVALUATE DCM-NEAR-REASON
                       WHEN 'OVER'
                           MOVE 'CREDIT EXCEEDS DSP' TO RPT-DETAIL
                       WHEN 'SENT'
                           MOVE 'CHARGEBACK SENT' TO RPT-DETAIL
                       WHEN 'MRCH'
                           MOVE 'OTHER MERCHANT' TO RPT-DETAIL
                       WHEN OTHER
                           MOVE DCM-NEAR-REASON TO RPT-DETAIL
                   END-EVALUATE
                   PERFORM 9100-WRITE-DETAIL
               WHEN 100
                   SET NRM-CURSOR-EOF TO TRUE
                   EXEC SQL
                       CLOSE CUR-DCM-NEAR
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DCM-NEAR - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET NRM-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      5000-FINALIZE
      *----------------------------------------------------------------*
       5000-FINALIZE.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE SPACES TO DCM-RPT-LINE
               WRITE DCM-RPT-LINE

               MOVE WS-CREDITS-FULL TO WS-CNT-EDIT
               MOVE SPACES TO DCM-RPT-LINE
               STRING 'DISPUTES CLOSED BY CREDIT....: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO DCM-RPT-LINE
               WRITE DCM-RPT-LINE

               MOVE WS-CREDITS-PARTIAL TO WS-CNT-EDIT
               MOVE SPACES TO DCM-RPT-LINE
               STRING 'DISPUTES REDUCED BY CREDIT...: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO DCM-RPT-LINE
               WRITE DCM-RPT-LINE

               MOVE WS-TOTAL-COVERED-AMT TO WS-AMT-EDIT
               MOVE SPACES TO DCM-RPT-LINE
               STRING 'DISPUTED AMOUNT COVERED......: ' WS-AMT-EDIT
                 DELIMITED BY SIZE
                 INTO DCM-RPT-LINE
               WRITE DCM-RPT-LINE

               MOVE WS-CREDITS-NEAR-MISS TO WS-CNT-EDIT
               MOVE SPACES TO DCM-RPT-LINE
               STRING 'NEAR MISSES FOR REVIEW.......: ' WS-CNT-EDIT
                 DELIMITED BY SIZE
                 INTO DCM-RPT-LINE
               WRITE DCM-RPT-LINE

               CLOSE DCM-RPT-FILE
           END-IF

           DISPLAY 'DISPUTES CLOSED........: ' WS-CREDITS-FULL
           DISPLAY 'DISPUTES REDUCED.......: ' WS-CREDITS-PARTIAL
           DISPLAY 'AMOUNT COVERED.........: ' WS-TOTAL-COVERED-AMT
           DISPLAY 'NEAR MISSES............: ' WS-CREDITS-NEAR-MISS
           DISPLAY 'PROCESSING ERRORS......: ' WS-RPT-ERRORS

           IF WS-RPT-ERRORS > 0
           OR WS-CREDITS-NEAR-MISS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      9000-WRITE-SECTION-HEAD
      *----------------------------------------------------------------*
       9000-WRITE-SECTION-HEAD.

           MOVE SPACES TO DCM-RPT-LINE
           WRITE DCM-RPT-LINE
           MOVE WS-SECTION-TITLE TO DCM-RPT-LINE
           WRITE DCM-RPT-LINE
           MOVE WS-RPT-HEAD TO DCM-RPT-LINE
           WRITE DCM-RPT-LINE.

      *----------------------------------------------------------------*
      *                      9100-WRITE-DETAIL
      * Set RPT-DETAIL and the match log fields before the PERFORM.
      *----------------------------------------------------------------*
       9100-WRITE-DETAIL.

           IF WS-RPT-FILE-STATUS = '00'
               MOVE DCM-DISPUTE-ID     TO RPT-DISPUTE-ID
               MOVE DCM-ACCT-ID        TO RPT-ACCT-ID
               MOVE DCM-CREDIT-TRAN-ID TO RPT-CREDIT-TRAN-ID
               MOVE DCM-MERCHANT-ID    TO RPT-MERCHANT-ID
               MOVE DCM-CREDIT-AMT     TO RPT-CREDIT-AMT
               MOVE DCM-DISPUTE-AMT    TO RPT-DISPUTE-AMT
               MOVE DCM-COVERED-AMT    TO RPT-COVERED-AMT
               MOVE DCM-SOURCE-PGM     TO RPT-SOURCE-PGM
               MOVE WS-RPT-DETAIL      TO DCM-RPT-LINE
               WRITE DCM-RPT-LINE
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
