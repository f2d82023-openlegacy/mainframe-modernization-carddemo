      ******************************************************************
      * Copybook:    CSUTLIPL
      * Purpose:     Generic customer-language text procedure logic.
      *              GET-LANG-TEXT returns one line of customer-facing
      *              wording in the customer's language: the LANGTEXT
      *              row for the document, language and line when one
      *              is on file, else the built-in wording the caller
      *              supplies, and English (LANGTEXT row, then built-
      *              in) whenever the Spanish wording is missing, so
      *              no piece ever goes out blank. &1 - &4 in the text
      *              are replaced by WS-LTXT-ARG(1) - (4), trailing
      *              spaces dropped. A document's LANGTEXT rows are
      *              read once, on first use. Set WS-LTXT-DOC-CD,
      *              WS-LTXT-LINE-NO, WS-LTXT-LANG-CD, both of
      *              WS-LTXT-DFLT-EN / -ES (spaces where there is no
      *              built-in wording) and the arguments before the
      *              PERFORM. COUNT-LANG-PIECE tallies one piece in
      *              WS-LTXT-LANG-CD; WRITE-LANG-PIECES keeps the
      *              tallies on LANGPIECE by WS-LTXT-JOB-NAME and
      *              WS-LTXT-RUN-DATE (a rerun replaces them) and
      *              commits. Requires the fields declared in copybook
      *              CSUTLIWY in the calling program's WORKING-STORAGE.
      ******************************************************************
       GET-LANG-TEXT.
           IF NOT LTXT-LANG-SPANISH
               MOVE 'EN' TO WS-LTXT-LANG-CD
           END-IF
           PERFORM LANG-TEXT-LOAD-DOC
              THRU LANG-TEXT-LOAD-DOC-EXIT

           MOVE SPACES TO WS-LTXT-TEMPLATE
           MOVE WS-LTXT-LANG-CD TO WS-LTXT-OUT-LANG
           IF LTXT-LANG-SPANISH
               MOVE 'ES' TO WS-LTXT-FIND-LANG
               PERFORM LANG-TEXT-FIND-LINE
               IF WS-LTXT-TEMPLATE = SPACES
                   MOVE WS-LTXT-DFLT-ES TO WS-LTXT-TEMPLATE
               END-IF
           END-IF

      *    English is the fallback for anything not yet translated.
           IF WS-LTXT-TEMPLATE = SPACES
               MOVE 'EN' TO WS-LTXT-OUT-LANG
               MOVE 'EN' TO WS-LTXT-FIND-LANG
               PERFORM LANG-TEXT-FIND-LINE
               IF WS-LTXT-TEMPLATE = SPACES
                   MOVE WS-LTXT-DFLT-EN TO WS-LTXT-TEMPLATE
               END-IF
           END-IF

           PERFORM LANG-TEXT-EXPAND
           .
       GET-LANG-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the document's LANGTEXT rows into the cache the first
      * time the document is asked for. No rows, or no table, simply
      * leaves the built-in wording in force.
      *----------------------------------------------------------------*
       LANG-TEXT-LOAD-DOC.
           SET LTXT-NOT-FOUND TO TRUE
           PERFORM LANG-TEXT-CHECK-LOADED
               VARYING WS-LTXT-IX FROM 1 BY 1
               UNTIL WS-LTXT-IX > WS-LTXT-DOCS-LOADED
                  OR LTXT-FOUND
           IF LTXT-FOUND OR WS-LTXT-DOCS-LOADED >= 10
               GO TO LANG-TEXT-LOAD-DOC-EXIT
           END-IF

           ADD 1 TO WS-LTXT-DOCS-LOADED
           MOVE WS-LTXT-DOC-CD
             TO WS-LTXT-DOC-LOADED(WS-LTXT-DOCS-LOADED)

           EXEC SQL
               DECLARE CUR-LANGTEXT CURSOR FOR
               SELECT LTX_LANG_CD, LTX_LINE_NO, LTX_TEXT
               FROM LANGTEXT
               WHERE LTX_DOC_CD = :WS-LTXT-DOC-CD
               ORDER BY LTX_LANG_CD, LTX_LINE_NO
           END-EXEC

           EXEC SQL
               OPEN CUR-LANGTEXT
           END-EXEC
           MOVE SQLCODE TO WS-LTXT-SQL-STATUS
           IF WS-LTXT-SQL-STATUS NOT = 0
               GO TO LANG-TEXT-LOAD-DOC-EXIT
           END-IF

           SET LTXT-CURSOR-NOT-EOF TO TRUE
           PERFORM LANG-TEXT-FETCH-ONE
               UNTIL LTXT-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-LANGTEXT
           END-EXEC
           .
       LANG-TEXT-LOAD-DOC-EXIT.
           EXIT.

       LANG-TEXT-CHECK-LOADED.
           IF WS-LTXT-DOC-LOADED(WS-LTXT-IX) = WS-LTXT-DOC-CD
               SET LTXT-FOUND TO TRUE
           END-IF
           .

       LANG-TEXT-FETCH-ONE.
           EXEC SQL
               FETCH CUR-LANGTEXT
               INTO :WS-LTXT-H-LANG-CD, :WS-LTXT-H-LINE-NO,
                    :WS-LTXT-H-TEXT
           END-EXEC
           MOVE SQLCODE TO WS-LTXT-SQL-STATUS

           IF WS-LTXT-SQL-STATUS NOT = 0
              OR WS-LTXT-CACHE-CNT >= 300
               SET LTXT-CURSOR-EOF TO TRUE
           ELSE
               ADD 1 TO WS-LTXT-CACHE-CNT
               MOVE WS-LTXT-DOC-CD
                 TO WS-LTXT-C-DOC-CD(WS-LTXT-CACHE-CNT)
               MOVE WS-LTXT-H-LANG-CD
                 TO WS-LTXT-C-LANG-CD(WS-LTXT-CACHE-CNT)
               MOVE WS-LTXT-H-LINE-NO
                 TO WS-LTXT-C-LINE-NO(WS-LTXT-CACHE-CNT)
               MOVE WS-LTXT-H-TEXT
                 TO WS-LTXT-C-TEXT(WS-LTXT-CACHE-CNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Cached LANGTEXT wording for the document and line in
      * WS-LTXT-FIND-LANG, left in WS-LTXT-TEMPLATE (spaces if none).
      *----------------------------------------------------------------*
       LANG-TEXT-FIND-LINE.
           SET LTXT-NOT-FOUND TO TRUE
           PERFORM LANG-TEXT-MATCH-ONE
               VARYING WS-LTXT-CX FROM 1 BY 1
               UNTIL WS-LTXT-CX > WS-LTXT-CACHE-CNT
                  OR LTXT-FOUND
           .

       LANG-TEXT-MATCH-ONE.
           IF WS-LTXT-C-DOC-CD(WS-LTXT-CX) = WS-LTXT-DOC-CD
              AND WS-LTXT-C-LANG-CD(WS-LTXT-CX) = WS-LTXT-FIND-LANG
              AND WS-LTXT-C-LINE-NO(WS-LTXT-CX) = WS-LTXT-LINE-NO
               MOVE WS-LTXT-C-TEXT(WS-LTXT-CX) TO WS-LTXT-TEMPLATE
               SET LTXT-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * Copies the template to WS-LTXT-OUT, putting each argument in
      * place of its &n marker.
      *----------------------------------------------------------------*
       LANG-TEXT-EXPAND.
           MOVE SPACES TO WS-LTXT-OUT
           MOVE ZEROS TO WS-LTXT-OUT-LEN

           MOVE 100 TO WS-LTXT-TPL-LEN
           SET LTXT-NOT-FOUND TO TRUE
           PERFORM LANG-TEXT-TPL-BACK
               UNTIL WS-LTXT-TPL-LEN = 0 OR LTXT-FOUND

           MOVE 1 TO WS-LTXT-IX
           PERFORM LANG-TEXT-EXPAND-CHAR
               UNTIL WS-LTXT-IX > WS-LTXT-TPL-LEN
           .

       LANG-TEXT-TPL-BACK.
           IF WS-LTXT-TEMPLATE(WS-LTXT-TPL-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-LTXT-TPL-LEN
           ELSE
               SET LTXT-FOUND TO TRUE
           END-IF
           .

       LANG-TEXT-EXPAND-CHAR.
           MOVE ZERO TO WS-LTXT-ARG-NO
           IF WS-LTXT-TEMPLATE(WS-LTXT-IX:1) = '&'
              AND WS-LTXT-IX < WS-LTXT-TPL-LEN
               IF WS-LTXT-TEMPLATE(WS-LTXT-IX + 1:1) >= '1'
                  AND WS-LTXT-TEMPLATE(WS-LTXT-IX + 1:1) <= '4'
                   MOVE WS-LTXT-TEMPLATE(WS-LTXT-IX + 1:1)
                     TO WS-LTXT-ARG-NO
               END-IF
           END-IF

           IF WS-LTXT-ARG-NO > 0
               PERFORM LANG-TEXT-APPEND-ARG
               ADD 2 TO WS-LTXT-IX
           ELSE
               IF WS-LTXT-OUT-LEN < 132
                   ADD 1 TO WS-LTXT-OUT-LEN
                   MOVE WS-LTXT-TEMPLATE(WS-LTXT-IX:1)
                     TO WS-LTXT-OUT(WS-LTXT-OUT-LEN:1)
               END-IF
               ADD 1 TO WS-LTXT-IX
           END-IF
           .

       LANG-TEXT-APPEND-ARG.
           MOVE 60 TO WS-LTXT-ARG-LEN
           SET LTXT-NOT-FOUND TO TRUE
           PERFORM LANG-TEXT-ARG-BACK
               UNTIL WS-LTXT-ARG-LEN = 0 OR LTXT-FOUND

           COMPUTE WS-LTXT-ROOM = 132 - WS-LTXT-OUT-LEN
           IF WS-LTXT-ARG-LEN > WS-LTXT-ROOM
               MOVE WS-LTXT-ROOM TO WS-LTXT-ARG-LEN
           END-IF

           IF WS-LTXT-ARG-LEN > 0
               MOVE WS-LTXT-ARG(WS-LTXT-ARG-NO)(1:WS-LTXT-ARG-LEN)
                 TO WS-LTXT-OUT(WS-LTXT-OUT-LEN + 1:WS-LTXT-ARG-LEN)
               ADD WS-LTXT-ARG-LEN TO WS-LTXT-OUT-LEN
           END-IF
           .

       LANG-TEXT-ARG-BACK.
           IF WS-LTXT-ARG(WS-LTXT-ARG-NO)(WS-LTXT-ARG-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-LTXT-ARG-LEN
           ELSE
               SET LTXT-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * One piece produced for the customer language in
      * WS-LTXT-LANG-CD.
      *----------------------------------------------------------------*
       COUNT-LANG-PIECE.
           IF LTXT-LANG-SPANISH
               ADD 1 TO WS-LTXT-PIECES-ES
           ELSE
               ADD 1 TO WS-LTXT-PIECES-EN
           END-IF
           .

      *----------------------------------------------------------------*
      * The run's piece counts, one LANGPIECE row per language.
      *----------------------------------------------------------------*
       WRITE-LANG-PIECES.
           MOVE 'EN' TO WS-LTXT-H-LANG-CD
           MOVE WS-LTXT-PIECES-EN TO WS-LTXT-H-PIECES
           PERFORM LANG-PIECE-UPSERT
           MOVE 'ES' TO WS-LTXT-H-LANG-CD
           MOVE WS-LTXT-PIECES-ES TO WS-LTXT-H-PIECES
           PERFORM LANG-PIECE-UPSERT
           .
       WRITE-LANG-PIECES-EXIT.
           EXIT.

       LANG-PIECE-UPSERT.
           EXEC SQL
               UPDATE LANGPIECE
               SET LPC_PIECE_CNT = :WS-LTXT-H-PIECES
               WHERE LPC_JOB_NAME = :WS-LTXT-JOB-NAME
               AND   LPC_RUN_DATE = :WS-LTXT-RUN-DATE
               AND   LPC_LANG_CD = :WS-LTXT-H-LANG-CD
           END-EXEC
           MOVE SQLCODE TO WS-LTXT-SQL-STATUS

           IF WS-LTXT-SQL-STATUS = 100
               EXEC SQL
                   INSERT INTO LANGPIECE
                   (LPC_JOB_NAME, LPC_RUN_DATE, LPC_LANG_CD,
                    LPC_PIECE_CNT)
                   VALUES
                   (:WS-LTXT-JOB-NAME, :WS-LTXT-RUN-DATE,
                    :WS-LTXT-H-LANG-CD, :WS-LTXT-H-PIECES)
               END-EXEC
               MOVE SQLCODE TO WS-LTXT-SQL-STATUS
           END-IF

           IF WS-LTXT-SQL-STATUS = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'ERROR WRITING LANGPIECE - SQLCODE: '
                       WS-LTXT-SQL-STATUS
           END-IF
           .
