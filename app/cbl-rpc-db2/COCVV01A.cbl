000001******************************************************************
      * Program:     COCVV01A                                          *
      * Function:    Card security code verify RPC service             *
      * Description: Answers one question - does the three-digit       *
      *              security code a caller keyed match the card? -    *
      *              and nothing else. The keyed code is run through   *
      *              the same one-way derivation embossing used        *
      *              (CSUTLVPL) and compared with the CARDDAT digest;  *
      *              no clear code is stored anywhere to compare       *
      *              against, and no code, digest or hint of which     *
      *              digits were wrong ever comes back to the caller.  *
      *              Used by activation (COCRDACA), first-time PIN     *
      *              set (COPIN01A) and card-not-present               *
      *              authorization (COAUT01A).                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCVV01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCVV01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-EMPTY-CARDNUM               VALUE 1.
         88 RPC-RESP-INVALID-CARDNUM             VALUE 2.
         88 RPC-RESP-CARDNUM-NOTFOUND            VALUE 3.
         88 RPC-RESP-NO-CODE-ON-FILE             VALUE 4.
         88 RPC-RESP-CODE-MISMATCH               VALUE 5.
         88 RPC-RESP-READ-ERROR                  VALUE 6.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-CARD-RECORD.
         05 HOST-CARD-NUM              PIC X(16).
         05 HOST-CARD-CVV-DIGEST       PIC X(08).

       01 WS-WORK-FIELDS.
         05 WS-CARD-NUM-N              PIC 9(16) VALUE 0.

      *----------------------------------------------------------------*
      *      Working Storage for DERIVE-CVV-DIGEST (shared logic) and
      *      the HASH-PASSWORD digest underneath it
      *----------------------------------------------------------------*
       01 WS-CVV-FIELDS.
       COPY CSUTLVWY.

       01 WS-PWD-FIELDS.
       COPY CSUTLPWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
             10 LK-IN-CARD-NUM          PIC X(16).
             10 LK-IN-CVV-CD            PIC X(03).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-MATCH-IND        PIC X(01).
                88 CVV-MATCHED                    VALUE 'Y'.
                88 CVV-NOT-MATCHED                VALUE 'N'.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           SET CVV-NOT-MATCHED TO TRUE

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 2000-READ-CARD-DB2
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-COMPARE-CODE
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-VALIDATE-INPUT
      * A code that is not three digits cannot match anything - it is
      * answered as a mismatch, the same as a wrong code.
      *----------------------------------------------------------------*
       1000-VALIDATE-INPUT.

           EVALUATE TRUE
               WHEN LK-IN-CARD-NUM = SPACES OR LOW-VALUES
                   SET RPC-RESP-EMPTY-CARDNUM TO TRUE
                   MOVE 'Card Number can NOT be empty...'
                     TO WS-RESP-MSG
               WHEN LK-IN-CARD-NUM IS NOT NUMERIC
                   SET RPC-RESP-INVALID-CARDNUM TO TRUE
                   MOVE 'Card Number must be Numeric...'
                     TO WS-RESP-MSG
               WHEN LK-IN-CVV-CD IS NOT NUMERIC
                   SET RPC-RESP-CODE-MISMATCH TO TRUE
                   MOVE 'Security code did not match...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-CARD-NUM-N =
                       FUNCTION NUMVAL(LK-IN-CARD-NUM)
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2000-READ-CARD-DB2
      * A card whose plastic has not been ordered yet has no code -
      * nobody can legitimately know one to key.
      *----------------------------------------------------------------*
       2000-READ-CARD-DB2.

           MOVE WS-CARD-NUM-N TO HOST-CARD-NUM

           EXEC SQL
               SELECT COALESCE(CARD_CVV_DIGEST, ' ')
               INTO :HOST-CARD-CVV-DIGEST
               FROM CARDDAT
               WHERE CARD_NUM = :HOST-CARD-NUM
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF HOST-CARD-CVV-DIGEST = SPACES
                       SET RPC-RESP-NO-CODE-ON-FILE TO TRUE
                       MOVE 'No security code issued for this card...'
                         TO WS-RESP-MSG
                   END-IF
               WHEN 100
                   SET RPC-RESP-CARDNUM-NOTFOUND TO TRUE
                   MOVE 'Card Number NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-READ-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Card - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3000-COMPARE-CODE
      *----------------------------------------------------------------*
       3000-COMPARE-CODE.

           MOVE HOST-CARD-NUM TO WS-CVV-CARD-NUM
           MOVE LK-IN-CVV-CD  TO WS-CVV-CODE
           PERFORM DERIVE-CVV-DIGEST THRU DERIVE-CVV-DIGEST-EXIT

           IF WS-CVV-DIGEST = HOST-CARD-CVV-DIGEST
               SET CVV-MATCHED TO TRUE
               MOVE 'Security code verified' TO WS-RESP-MSG
           ELSE
               SET RPC-RESP-CODE-MISMATCH TO TRUE
               MOVE 'Security code did not match...' TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *          DERIVE-CVV-DIGEST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLVPL.

      *----------------------------------------------------------------*
      *                 HASH-PASSWORD (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLPPL.
