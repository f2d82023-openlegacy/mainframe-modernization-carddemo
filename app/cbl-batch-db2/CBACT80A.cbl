      *****************************************************************
      * Program     : CBACT80A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Statement print preparation - runs after the
      *               statement run (and, for parallel ranges, after
      *               CBACT32A) over the consolidated print-channel
      *               STMTFILE. Statements going to the same mailing
      *               address are householded into one mail piece,
      *               the pieces are sequenced by ZIP code for postal
      *               presort, and the print vendor file is written
      *               with each piece's envelope, page (sheet) and
      *               insert counts. A mail-piece manifest lists every
      *               piece and reconciles the statements placed in
      *               pieces back to the statements read from
      *               STMTFILE and to the CBACT02P print-statement
      *               control total on RUNTOTALS. A manifest that
      *               does not tie ends the run RC 8 - nothing is
      *               released to the vendor.
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
      * 2026-10-15 - New batch job: statement householding, ZIP
      *              presort, print vendor file and mail-piece
      *              manifest
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT80A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO STMTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT PRINT-VENDOR-FILE ASSIGN TO PRTVEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO PRTMANF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANF-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
      * Print-channel statements as CBACT02A wrote them (all range
      * instances' STMTFILE outputs concatenated)
       FD STATEMENT-FILE
           RECORDING MODE IS F.
       01 STATEMENT-LINE                 PIC X(132).
       01 STATEMENT-HEAD-LINE REDEFINES STATEMENT-LINE.
          05 STH-BANNER                  PIC X(32).
             88 STH-STATEMENT-START
                      VALUE '=== ACCOUNT STATEMENT === ACCT: '.
          05 STH-ACCT-ID                 PIC X(11).
          05 FILLER                      PIC X(89).

      * Print vendor file - a piece header, then for each statement
      * in the piece a statement header followed by its print
      * lines, in presort order; one trailer closes the file
       FD PRINT-VENDOR-FILE
           RECORDING MODE IS F.
       01 PRT-PIECE-RECORD.
          05 PPH-REC-TYPE                PIC X(01).
             88 PPH-PIECE-HEADER                    VALUE 'H'.
          05 PPH-PIECE-SEQ               PIC 9(07).
          05 PPH-ZIP5                    PIC X(05).
          05 PPH-ENVELOPE-CD             PIC X(03).
             88 PPH-ENVELOPE-NO10                   VALUE 'E10'.
             88 PPH-ENVELOPE-FLAT                   VALUE 'FLT'.
          05 PPH-STMT-COUNT              PIC 9(03).
          05 PPH-PAGE-COUNT              PIC 9(05).
          05 PPH-INSERT-COUNT            PIC 9(03).
          05 PPH-NAME                    PIC X(51).
          05 PPH-ADDR-LINE-1             PIC X(50).
          05 PPH-ADDR-LINE-2             PIC X(50).
          05 PPH-ADDR-LINE-3             PIC X(50).
          05 PPH-STATE-CD                PIC X(02).
          05 PPH-ZIP                     PIC X(10).
       01 PRT-STMT-RECORD.
          05 PPS-REC-TYPE                PIC X(01).
             88 PPS-STMT-HEADER                     VALUE 'S'.
          05 PPS-PIECE-SEQ               PIC 9(07).
          05 PPS-ACCT-ID                 PIC 9(11).
          05 PPS-PAGE-COUNT              PIC 9(05).
          05 PPS-LINE-COUNT              PIC 9(05).
       01 PRT-LINE-RECORD.
          05 PPL-REC-TYPE                PIC X(01).
             88 PPL-PRINT-LINE                      VALUE 'L'.
          05 PPL-PIECE-SEQ               PIC 9(07).
          05 PPL-ACCT-ID                 PIC 9(11).
          05 PPL-LINE-TEXT               PIC X(132).
       01 PRT-TRAILER-RECORD.
          05 PPT-REC-TYPE                PIC X(01).
             88 PPT-FILE-TRAILER                    VALUE 'T'.
          05 PPT-PIECE-COUNT             PIC 9(07).
          05 PPT-STMT-COUNT              PIC 9(07).
          05 PPT-PAGE-COUNT              PIC 9(09).
          05 PPT-INSERT-COUNT            PIC 9(09).

       FD MANIFEST-FILE
           RECORDING MODE IS F.
       01 MANIFEST-LINE                  PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT80A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-STMT-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-VEND-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-MANF-FILE-STATUS        PIC X(02) VALUE '00'.

      * Print-shop constants. A statement starts on a new sheet; a
      * piece of more sheets than a #10 window envelope holds goes
      * in a flat. Every statement carries its remittance coupon and
      * every piece one reply envelope.
       01 WS-PRINT-CONSTANTS.
         05 WS-LINES-PER-PAGE          PIC S9(04) COMP VALUE 60.
         05 WS-NO10-MAX-SHEETS         PIC S9(04) COMP VALUE 5.
         05 WS-REPLY-ENV-PER-PIECE     PIC S9(04) COMP VALUE 1.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-LINES-READ              PIC 9(09) VALUE ZEROS.
         05 WS-STMTS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-STMTS-NO-ADDRESS        PIC 9(07) VALUE ZEROS.
         05 WS-PIECES-WRITTEN          PIC 9(07) VALUE ZEROS.
         05 WS-PIECES-HOUSEHOLDED      PIC 9(07) VALUE ZEROS.
         05 WS-STMTS-IN-PIECES         PIC 9(07) VALUE ZEROS.
         05 WS-PAGES-TOTAL             PIC 9(09) VALUE ZEROS.
         05 WS-INSERTS-TOTAL           PIC 9(09) VALUE ZEROS.
         05 WS-ENV-NO10-COUNT          PIC 9(07) VALUE ZEROS.
         05 WS-ENV-FLAT-COUNT          PIC 9(07) VALUE ZEROS.
         05 WS-PRT-ERRORS              PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CUR-ACCT-ID             PIC 9(11) VALUE ZEROS.
         05 WS-CUR-LINE-NO             PIC S9(05) COMP-3 VALUE ZEROS.
         05 WS-PREV-HOUSE-KEY          PIC X(105).
         05 WS-PREV-ACCT-ID            PIC S9(11) COMP.
         05 WS-CNT-EDIT-1              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-2              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-3              PIC ZZZ,ZZZ,ZZ9.
         05 WS-LOWER-CASE              PIC X(26)
                          VALUE 'abcdefghijklmnopqrstuvwxyz'.
         05 WS-UPPER-CASE              PIC X(26)
                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 STMT-FILE-EOF                         VALUE 'Y'.
         88 STMT-FILE-NOT-EOF                     VALUE 'N'.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 STAGE-CURSOR-EOF                      VALUE 'Y'.
         88 STAGE-CURSOR-NOT-EOF                  VALUE 'N'.

       01 WS-IN-STATEMENT-FLAG         PIC X(01) VALUE 'N'.
         88 IN-STATEMENT                          VALUE 'Y'.
         88 NOT-IN-STATEMENT                      VALUE 'N'.

       01 WS-RECON-FLAG                PIC X(01) VALUE 'Y'.
         88 MANIFEST-TIES                         VALUE 'Y'.
         88 MANIFEST-BROKEN                       VALUE 'N'.

       01 WS-MANIFEST-DETAIL.
         05 WS-MD-PIECE-SEQ            PIC Z(06)9.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-ZIP5                 PIC X(05).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-ENVELOPE-CD          PIC X(03).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-STMT-COUNT           PIC ZZ9.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-PAGE-COUNT           PIC ZZZZ9.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-INSERT-COUNT         PIC ZZ9.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-FIRST-ACCT-ID        PIC 9(11).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-NAME                 PIC X(35).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-MD-ADDR-LINE-1          PIC X(40).

       01 WS-MANIFEST-HEAD-LINE.
         05 FILLER                     PIC X(09) VALUE '  PIECE'.
         05 FILLER                     PIC X(07) VALUE 'ZIP'.
         05 FILLER                     PIC X(05) VALUE 'ENV'.
         05 FILLER                     PIC X(05) VALUE 'STM'.
         05 FILLER                     PIC X(07) VALUE 'PAGES'.
         05 FILLER                     PIC X(05) VALUE 'INS'.
         05 FILLER                     PIC X(13) VALUE 'FIRST ACCT'.
         05 FILLER                     PIC X(37) VALUE 'MAIL TO'.
         05 FILLER                     PIC X(44) VALUE 'ADDRESS'.

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

      * One staged print line. PRTSTAGE carries each line with the
      * householding and presort keys of the statement it belongs
      * to, so a single ordered cursor delivers the pieces in mail
      * order.
       01 HOST-STAGE-ROW.
         05 HOST-PST-ACCT-ID           PIC S9(11) COMP.
         05 HOST-PST-LINE-NO           PIC S9(05) COMP-3.
         05 HOST-PST-LINE-TEXT         PIC X(132).
         05 HOST-PST-CUST-ID           PIC S9(09) COMP.
         05 HOST-PST-ZIP5              PIC X(05).
         05 HOST-PST-HOUSE-KEY         PIC X(105).

      * Mailing address of the statement being staged
       01 HOST-XREF-CUST-ID            PIC S9(09) COMP.
       01 HOST-CUST-ROW.
         05 HOST-CUST-FIRST-NAME       PIC X(25).
         05 HOST-CUST-LAST-NAME        PIC X(25).
         05 HOST-CUST-ADDR-LINE-1      PIC X(50).
         05 HOST-CUST-ADDR-LINE-2      PIC X(50).
         05 HOST-CUST-ADDR-LINE-3      PIC X(50).
         05 HOST-CUST-STATE-CD         PIC X(02).
         05 HOST-CUST-ADDR-ZIP         PIC X(10).

      * Current statement's householding keys, applied to each of
      * its lines as they are staged
       01 HOST-CUR-KEYS.
         05 HOST-CUR-CUST-ID           PIC S9(09) COMP.
         05 HOST-CUR-ZIP5              PIC X(05).
         05 HOST-CUR-HOUSE-KEY         PIC X(105).

      * Piece-level counts for the piece header
       01 HOST-PIECE-COUNTS.
         05 HOST-PIECE-STMTS           PIC S9(09) COMP.
         05 HOST-PIECE-PAGES           PIC S9(09) COMP.
       01 HOST-STMT-LINES              PIC S9(09) COMP.
       01 HOST-LINES-PER-PAGE          PIC S9(04) COMP.

      * Control total from the statement run
       01 HOST-PAPER-TOTAL             PIC S9(09) COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT80A - STATEMENT PRINT PREPARATION STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT80A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-STAGE-STATEMENTS
                   UNTIL STMT-FILE-EOF
           PERFORM 3000-WRITE-MAIL-PIECES
                   UNTIL STAGE-CURSOR-EOF
           PERFORM 4000-RECONCILE
           PERFORM 5000-FINALIZE
           MOVE 'CBACT80A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-STMTS-READ TO WS-RTOT-RECS-READ
           MOVE WS-STMTS-IN-PIECES TO WS-RTOT-RECS-POSTED
           MOVE WS-STMTS-NO-ADDRESS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT80A - STATEMENT PRINT PREPARATION ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * Staged rows are only needed until the vendor file is cut, so
      * tonight's run clears its own earlier attempt and any earlier
      * night's rows before staging.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           SET STMT-FILE-NOT-EOF TO TRUE
           SET STAGE-CURSOR-NOT-EOF TO TRUE
           SET NOT-IN-STATEMENT TO TRUE
           SET MANIFEST-TIES TO TRUE
           MOVE HIGH-VALUES TO WS-PREV-HOUSE-KEY
           MOVE ZEROS TO WS-PREV-ACCT-ID
           MOVE WS-LINES-PER-PAGE TO HOST-LINES-PER-PAGE

           OPEN INPUT STATEMENT-FILE
           OPEN OUTPUT PRINT-VENDOR-FILE
           OPEN OUTPUT MANIFEST-FILE
           IF WS-STMT-FILE-STATUS NOT = '00'
              OR WS-VEND-FILE-STATUS NOT = '00'
              OR WS-MANF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUS: '
                       WS-STMT-FILE-STATUS ' / ' WS-VEND-FILE-STATUS
                       ' / ' WS-MANF-FILE-STATUS
               SET STMT-FILE-EOF TO TRUE
               SET STAGE-CURSOR-EOF TO TRUE
               SET MANIFEST-BROKEN TO TRUE
               ADD 1 TO WS-PRT-ERRORS
           END-IF

           EXEC SQL
               DELETE FROM PRTSTAGE
               WHERE PST_RUN_DATE <= :WS-BIZDT-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLEARING PRTSTAGE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET STMT-FILE-EOF TO TRUE
               SET STAGE-CURSOR-EOF TO TRUE
               SET MANIFEST-BROKEN TO TRUE
               ADD 1 TO WS-PRT-ERRORS
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF

           MOVE SPACES TO MANIFEST-LINE
           STRING '=== STATEMENT MAIL-PIECE MANIFEST FOR '
                  WS-BIZDT-DATE ' ==='
             DELIMITED BY SIZE
             INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           WRITE MANIFEST-LINE FROM WS-MANIFEST-HEAD-LINE.

      *----------------------------------------------------------------*
      *                   2000-STAGE-STATEMENTS
      * Pass 1 - every STMTFILE line lands on PRTSTAGE under its
      * statement's account, stamped with that statement's mailing
      * keys. Each statement opens with the CBACT02A banner line.
      *----------------------------------------------------------------*
       2000-STAGE-STATEMENTS.

           READ STATEMENT-FILE
               AT END
                   SET STMT-FILE-EOF TO TRUE
                   EXEC SQL COMMIT END-EXEC
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF STH-STATEMENT-START
                       PERFORM 2100-START-STATEMENT
                          THRU 2100-START-STATEMENT-EXIT
                   END-IF
                   PERFORM 2300-STAGE-ONE-LINE
                      THRU 2300-STAGE-ONE-LINE-EXIT
           END-READ.

      *----------------------------------------------------------------*
      *                   2100-START-STATEMENT
      * The householding key is the mailing address itself (lines 1
      * and 2 upper-cased plus the five-digit ZIP) - two accounts of
      * the same customer share it, and so do two customers at one
      * address, while two flats in one building do not. A
      * statement whose address cannot be found mails on its own.
      *----------------------------------------------------------------*
       2100-START-STATEMENT.

           EXEC SQL COMMIT END-EXEC

           SET IN-STATEMENT TO TRUE
           ADD 1 TO WS-STMTS-READ
           MOVE ZEROS TO WS-CUR-LINE-NO
           MOVE ZEROS TO HOST-CUR-CUST-ID
           MOVE ZEROS TO WS-CUR-ACCT-ID

           IF STH-ACCT-ID IS NUMERIC
               MOVE STH-ACCT-ID TO WS-CUR-ACCT-ID
           ELSE
               DISPLAY 'STATEMENT BANNER WITHOUT ACCOUNT NUMBER - '
                       'LINE ' WS-LINES-READ
               ADD 1 TO WS-PRT-ERRORS
           END-IF
           MOVE WS-CUR-ACCT-ID TO HOST-PST-ACCT-ID

           EXEC SQL
               SELECT XREF_CUST_ID
               INTO :HOST-XREF-CUST-ID
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-PST-ACCT-ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               GO TO 2100-START-STATEMENT-ALONE
           END-IF

           EXEC SQL
               SELECT CUST_FIRST_NAME, CUST_LAST_NAME,
                      CUST_ADDR_LINE_1,
                      COALESCE(CUST_ADDR_LINE_2, ' '),
                      COALESCE(CUST_ADDR_LINE_3, ' '),
                      COALESCE(CUST_ADDR_STATE_CD, ' '),
                      CUST_ADDR_ZIP
               INTO :HOST-CUST-FIRST-NAME, :HOST-CUST-LAST-NAME,
                    :HOST-CUST-ADDR-LINE-1, :HOST-CUST-ADDR-LINE-2,
                    :HOST-CUST-ADDR-LINE-3, :HOST-CUST-STATE-CD,
                    :HOST-CUST-ADDR-ZIP
               FROM CUSTDAT
               WHERE CUST_ID = :HOST-XREF-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
               GO TO 2100-START-STATEMENT-ALONE
           END-IF

           MOVE HOST-XREF-CUST-ID TO HOST-CUR-CUST-ID
           MOVE HOST-CUST-ADDR-ZIP(1:5) TO HOST-CUR-ZIP5
           MOVE SPACES TO HOST-CUR-HOUSE-KEY
           STRING HOST-CUST-ADDR-LINE-1 DELIMITED BY SIZE
                  HOST-CUST-ADDR-LINE-2 DELIMITED BY SIZE
                  HOST-CUR-ZIP5         DELIMITED BY SIZE
             INTO HOST-CUR-HOUSE-KEY
           INSPECT HOST-CUR-HOUSE-KEY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           GO TO 2100-START-STATEMENT-EXIT.

       2100-START-STATEMENT-ALONE.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'NO MAILING ADDRESS FOR ACCT ' WS-CUR-ACCT-ID
                   ' - SQLCODE: ' WS-SQLCODE-DISPLAY
                   ' - MAILS AS ITS OWN PIECE'
           ADD 1 TO WS-STMTS-NO-ADDRESS
           MOVE '99999' TO HOST-CUR-ZIP5
           MOVE SPACES TO HOST-CUR-HOUSE-KEY
           STRING 'ACCT ' WS-CUR-ACCT-ID
             DELIMITED BY SIZE
             INTO HOST-CUR-HOUSE-KEY.

       2100-START-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2300-STAGE-ONE-LINE
      *----------------------------------------------------------------*
       2300-STAGE-ONE-LINE.

           IF NOT-IN-STATEMENT
               DISPLAY 'LINE ' WS-LINES-READ
                       ' PRECEDES THE FIRST STATEMENT - NOT STAGED'
               ADD 1 TO WS-PRT-ERRORS
               SET MANIFEST-BROKEN TO TRUE
               GO TO 2300-STAGE-ONE-LINE-EXIT
           END-IF

           ADD 1 TO WS-CUR-LINE-NO
           MOVE WS-CUR-ACCT-ID TO HOST-PST-ACCT-ID
           MOVE WS-CUR-LINE-NO TO HOST-PST-LINE-NO
           MOVE STATEMENT-LINE TO HOST-PST-LINE-TEXT
           MOVE HOST-CUR-CUST-ID TO HOST-PST-CUST-ID
           MOVE HOST-CUR-ZIP5 TO HOST-PST-ZIP5
           MOVE HOST-CUR-HOUSE-KEY TO HOST-PST-HOUSE-KEY

           EXEC SQL
               INSERT INTO PRTSTAGE
               (PST_RUN_DATE, PST_ACCT_ID, PST_LINE_NO,
                PST_LINE_TEXT, PST_CUST_ID, PST_ZIP5,
                PST_HOUSE_KEY)
               VALUES
               (:WS-BIZDT-DATE, :HOST-PST-ACCT-ID, :HOST-PST-LINE-NO,
                :HOST-PST-LINE-TEXT, :HOST-PST-CUST-ID,
                :HOST-PST-ZIP5, :HOST-PST-HOUSE-KEY)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR STAGING LINE FOR ACCT ' WS-CUR-ACCT-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PRT-ERRORS
               SET MANIFEST-BROKEN TO TRUE
           END-IF.

       2300-STAGE-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3000-WRITE-MAIL-PIECES
      * Pass 2 - the staged lines in presort order: ZIP, then
      * household, then account. A change of household starts a new
      * mail piece, a change of account a new statement within it.
      *----------------------------------------------------------------*
       3000-WRITE-MAIL-PIECES.

           IF STAGE-CURSOR-NOT-EOF AND WS-PIECES-WRITTEN = 0
              AND WS-STMTS-IN-PIECES = 0
               EXEC SQL
                   DECLARE CUR-PRT-STAGE CURSOR WITH HOLD FOR
                   SELECT PST_ACCT_ID, PST_LINE_NO, PST_LINE_TEXT,
                          PST_CUST_ID, PST_ZIP5, PST_HOUSE_KEY
                   FROM PRTSTAGE
                   WHERE PST_RUN_DATE = :WS-BIZDT-DATE
                   ORDER BY PST_ZIP5, PST_HOUSE_KEY, PST_ACCT_ID,
                            PST_LINE_NO
               END-EXEC

               EXEC SQL
                   OPEN CUR-PRT-STAGE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR OPENING CUR-PRT-STAGE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET STAGE-CURSOR-EOF TO TRUE
                   SET MANIFEST-BROKEN TO TRUE
                   ADD 1 TO WS-PRT-ERRORS
               END-IF
           END-IF

           IF STAGE-CURSOR-NOT-EOF
               EXEC SQL
                   FETCH CUR-PRT-STAGE
                   INTO :HOST-PST-ACCT-ID, :HOST-PST-LINE-NO,
                        :HOST-PST-LINE-TEXT, :HOST-PST-CUST-ID,
                        :HOST-PST-ZIP5, :HOST-PST-HOUSE-KEY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3100-WRITE-ONE-LINE
                          THRU 3100-WRITE-ONE-LINE-EXIT
                   WHEN 100
                       SET STAGE-CURSOR-EOF TO TRUE
                       EXEC SQL
                           CLOSE CUR-PRT-STAGE
                       END-EXEC
                   WHEN OTHER
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       DISPLAY 'ERROR FETCHING CUR-PRT-STAGE - '
                               'SQLCODE: ' WS-SQLCODE-DISPLAY
                       SET STAGE-CURSOR-EOF TO TRUE
                       SET MANIFEST-BROKEN TO TRUE
                       ADD 1 TO WS-PRT-ERRORS
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   3100-WRITE-ONE-LINE
      *----------------------------------------------------------------*
       3100-WRITE-ONE-LINE.

           IF HOST-PST-HOUSE-KEY NOT = WS-PREV-HOUSE-KEY
               PERFORM 3200-START-PIECE
                  THRU 3200-START-PIECE-EXIT
           END-IF

           IF HOST-PST-ACCT-ID NOT = WS-PREV-ACCT-ID
               PERFORM 3300-START-STMT
                  THRU 3300-START-STMT-EXIT
           END-IF

           MOVE SPACES TO PRT-LINE-RECORD
           SET PPL-PRINT-LINE TO TRUE
           MOVE WS-PIECES-WRITTEN TO PPL-PIECE-SEQ
           MOVE HOST-PST-ACCT-ID TO PPL-ACCT-ID
           MOVE HOST-PST-LINE-TEXT TO PPL-LINE-TEXT
           WRITE PRT-LINE-RECORD.

       3100-WRITE-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3200-START-PIECE
      * Sheets for the piece are the sum of its statements' sheets -
      * each statement starts a fresh sheet so it can be pulled on
      * its own if the envelope is ever opened at the lockbox.
      *----------------------------------------------------------------*
       3200-START-PIECE.

           MOVE HOST-PST-HOUSE-KEY TO WS-PREV-HOUSE-KEY
           MOVE ZEROS TO WS-PREV-ACCT-ID
           ADD 1 TO WS-PIECES-WRITTEN

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM((S.LINE_CNT + :HOST-LINES-PER-PAGE
                                    - 1) / :HOST-LINES-PER-PAGE), 0)
               INTO :HOST-PIECE-STMTS, :HOST-PIECE-PAGES
               FROM (SELECT PST_ACCT_ID, COUNT(*) AS LINE_CNT
                     FROM PRTSTAGE
                     WHERE PST_RUN_DATE = :WS-BIZDT-DATE
                     AND   PST_HOUSE_KEY = :HOST-PST-HOUSE-KEY
                     GROUP BY PST_ACCT_ID) AS S
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR COUNTING PIECE ' WS-PIECES-WRITTEN
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PRT-ERRORS
               SET MANIFEST-BROKEN TO TRUE
               MOVE 1 TO HOST-PIECE-STMTS
               MOVE 1 TO HOST-PIECE-PAGES
           END-IF

           MOVE SPACES TO HOST-CUST-ROW
           IF HOST-PST-CUST-ID NOT = ZEROS
               EXEC SQL
                   SELECT CUST_FIRST_NAME, CUST_LAST_NAME,
                          CUST_ADDR_LINE_1,
                          COALESCE(CUST_ADDR_LINE_2, ' '),
                          COALESCE(CUST_ADDR_LINE_3, ' '),
                          COALESCE(CUST_ADDR_STATE_CD, ' '),
                          CUST_ADDR_ZIP
                   INTO :HOST-CUST-FIRST-NAME, :HOST-CUST-LAST-NAME,
                        :HOST-CUST-ADDR-LINE-1, :HOST-CUST-ADDR-LINE-2,
                        :HOST-CUST-ADDR-LINE-3, :HOST-CUST-STATE-CD,
                        :HOST-CUST-ADDR-ZIP
                   FROM CUSTDAT
                   WHERE CUST_ID = :HOST-PST-CUST-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO HOST-CUST-ROW
               END-IF
           END-IF

           MOVE SPACES TO PRT-PIECE-RECORD
           SET PPH-PIECE-HEADER TO TRUE
           MOVE WS-PIECES-WRITTEN TO PPH-PIECE-SEQ
           MOVE HOST-PST-ZIP5 TO PPH-ZIP5
           IF HOST-PIECE-PAGES > WS-NO10-MAX-SHEETS
               SET PPH-ENVELOPE-FLAT TO TRUE
               ADD 1 TO WS-ENV-FLAT-COUNT
           ELSE
               SET PPH-ENVELOPE-NO10 TO TRUE
               ADD 1 TO WS-ENV-NO10-COUNT
           END-IF
           MOVE HOST-PIECE-STMTS TO PPH-STMT-COUNT
           MOVE HOST-PIECE-PAGES TO PPH-PAGE-COUNT
           COMPUTE PPH-INSERT-COUNT =
               HOST-PIECE-STMTS + WS-REPLY-ENV-PER-PIECE
           STRING HOST-CUST-FIRST-NAME DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  HOST-CUST-LAST-NAME  DELIMITED BY SIZE
             INTO PPH-NAME
           MOVE HOST-CUST-ADDR-LINE-1 TO PPH-ADDR-LINE-1
           MOVE HOST-CUST-ADDR-LINE-2 TO PPH-ADDR-LINE-2
           MOVE HOST-CUST-ADDR-LINE-3 TO PPH-ADDR-LINE-3
           MOVE HOST-CUST-STATE-CD TO PPH-STATE-CD
           MOVE HOST-CUST-ADDR-ZIP TO PPH-ZIP
           WRITE PRT-PIECE-RECORD

           IF HOST-PIECE-STMTS > 1
               ADD 1 TO WS-PIECES-HOUSEHOLDED
           END-IF
           ADD HOST-PIECE-PAGES TO WS-PAGES-TOTAL
           ADD PPH-INSERT-COUNT TO WS-INSERTS-TOTAL

           MOVE WS-PIECES-WRITTEN TO WS-MD-PIECE-SEQ
           MOVE PPH-ZIP5 TO WS-MD-ZIP5
           MOVE PPH-ENVELOPE-CD TO WS-MD-ENVELOPE-CD
           MOVE PPH-STMT-COUNT TO WS-MD-STMT-COUNT
           MOVE PPH-PAGE-COUNT TO WS-MD-PAGE-COUNT
           MOVE PPH-INSERT-COUNT TO WS-MD-INSERT-COUNT
           MOVE HOST-PST-ACCT-ID TO WS-MD-FIRST-ACCT-ID
           MOVE PPH-NAME TO WS-MD-NAME
           MOVE PPH-ADDR-LINE-1 TO WS-MD-ADDR-LINE-1
           WRITE MANIFEST-LINE FROM WS-MANIFEST-DETAIL.

       3200-START-PIECE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3300-START-STMT
      *----------------------------------------------------------------*
       3300-START-STMT.

           MOVE HOST-PST-ACCT-ID TO WS-PREV-ACCT-ID
           ADD 1 TO WS-STMTS-IN-PIECES

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-STMT-LINES
               FROM PRTSTAGE
               WHERE PST_RUN_DATE = :WS-BIZDT-DATE
               AND   PST_ACCT_ID = :HOST-PST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR COUNTING LINES FOR ACCT '
                       HOST-PST-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PRT-ERRORS
               MOVE ZEROS TO HOST-STMT-LINES
           END-IF

           MOVE SPACES TO PRT-STMT-RECORD
           SET PPS-STMT-HEADER TO TRUE
           MOVE WS-PIECES-WRITTEN TO PPS-PIECE-SEQ
           MOVE HOST-PST-ACCT-ID TO PPS-ACCT-ID
           MOVE HOST-STMT-LINES TO PPS-LINE-COUNT
           COMPUTE PPS-PAGE-COUNT =
               (HOST-STMT-LINES + WS-LINES-PER-PAGE - 1)
               / WS-LINES-PER-PAGE
           WRITE PRT-STMT-RECORD.

       3300-START-STMT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      4000-RECONCILE
      * Three counts must agree before the vendor file is released:
      * statements read from STMTFILE, statements placed in mail
      * pieces, and the print statements the statement run says it
      * produced (CBACT02P - written by CBACT32A after parallel
      * ranges, or by CBACT02A itself when it ran serially).
      *----------------------------------------------------------------*
       4000-RECONCILE.

           MOVE SPACES TO PRT-TRAILER-RECORD
           SET PPT-FILE-TRAILER TO TRUE
           MOVE WS-PIECES-WRITTEN TO PPT-PIECE-COUNT
           MOVE WS-STMTS-IN-PIECES TO PPT-STMT-COUNT
           MOVE WS-PAGES-TOTAL TO PPT-PAGE-COUNT
           MOVE WS-INSERTS-TOTAL TO PPT-INSERT-COUNT
           WRITE PRT-TRAILER-RECORD

           MOVE ZEROS TO HOST-PAPER-TOTAL
           EXEC SQL
               SELECT RECS_POSTED
               INTO :HOST-PAPER-TOTAL
               FROM RUNTOTALS
               WHERE JOB_NAME = 'CBACT02P'
               AND   RUN_DATE = :WS-BIZDT-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'NO CBACT02P PRINT CONTROL TOTAL FOR '
                       WS-BIZDT-DATE ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET MANIFEST-BROKEN TO TRUE
           END-IF

           IF WS-STMTS-IN-PIECES NOT = WS-STMTS-READ
              OR WS-STMTS-IN-PIECES NOT = HOST-PAPER-TOTAL
               SET MANIFEST-BROKEN TO TRUE
           END-IF

           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE WS-PIECES-WRITTEN TO WS-CNT-EDIT-1
           MOVE WS-PIECES-HOUSEHOLDED TO WS-CNT-EDIT-2
           MOVE SPACES TO MANIFEST-LINE
           STRING 'MAIL PIECES..............: ' WS-CNT-EDIT-1
                  '   HOUSEHOLDED (2+ STMTS): ' WS-CNT-EDIT-2
             DELIMITED BY SIZE
             INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE WS-ENV-NO10-COUNT TO WS-CNT-EDIT-1
           MOVE WS-ENV-FLAT-COUNT TO WS-CNT-EDIT-2
           MOVE SPACES TO MANIFEST-LINE
           STRING 'ENVELOPES #10 (E10)......: ' WS-CNT-EDIT-1
                  '   FLAT (FLT)............: ' WS-CNT-EDIT-2
             DELIMITED BY SIZE
             INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE WS-PAGES-TOTAL TO WS-CNT-EDIT-1
           MOVE WS-INSERTS-TOTAL TO WS-CNT-EDIT-2
           MOVE SPACES TO MANIFEST-LINE
           STRING 'SHEETS...................: ' WS-CNT-EDIT-1
                  '   INSERTS...............: ' WS-CNT-EDIT-2
             DELIMITED BY SIZE
             INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE WS-STMTS-READ TO WS-CNT-EDIT-1
           MOVE WS-STMTS-IN-PIECES TO WS-CNT-EDIT-2
           MOVE HOST-PAPER-TOTAL TO WS-CNT-EDIT-3
           MOVE SPACES TO MANIFEST-LINE
           STRING 'STATEMENTS READ FROM STMTFILE.......: '
                  WS-CNT-EDIT-1
             DELIMITED BY SIZE
             INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING 'STATEMENTS PLACED IN MAIL PIECES....: '
                  WS-CNT-EDIT-2
             DELIMITED BY SIZE
             INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING 'PRINT STATEMENTS PER CBACT02P TOTAL.: '
                  WS-CNT-EDIT-3
             DELIMITED BY SIZE
             INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           IF MANIFEST-TIES
               MOVE 'MANIFEST RECONCILES - RELEASE TO PRINT VENDOR'
                 TO MANIFEST-LINE
           ELSE
               MOVE '** MANIFEST DOES NOT RECONCILE - DO NOT RELEASE **'
                 TO MANIFEST-LINE
           END-IF
           WRITE MANIFEST-LINE.

      *----------------------------------------------------------------*
      *                      5000-FINALIZE
      *----------------------------------------------------------------*
       5000-FINALIZE.

           CLOSE STATEMENT-FILE
           CLOSE PRINT-VENDOR-FILE
           CLOSE MANIFEST-FILE

           DISPLAY 'STATEMENT LINES READ..: ' WS-LINES-READ
           DISPLAY 'STATEMENTS READ.......: ' WS-STMTS-READ
           DISPLAY 'STMTS WITH NO ADDRESS.: ' WS-STMTS-NO-ADDRESS
           DISPLAY 'MAIL PIECES WRITTEN...: ' WS-PIECES-WRITTEN
           DISPLAY 'PIECES HOUSEHOLDED....: ' WS-PIECES-HOUSEHOLDED
           DISPLAY 'STATEMENTS IN PIECES..: ' WS-STMTS-IN-PIECES
           DISPLAY 'SHEETS................: ' WS-PAGES-TOTAL
           DISPLAY 'INSERTS...............: ' WS-INSERTS-TOTAL
           DISPLAY 'PROCESSING ERRORS.....: ' WS-PRT-ERRORS

           EVALUATE TRUE
               WHEN MANIFEST-BROKEN
                   DISPLAY 'MAIL-PIECE MANIFEST DOES NOT RECONCILE - '
                           'HOLD THE PRINT VENDOR FILE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PRT-ERRORS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-STMTS-NO-ADDRESS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
