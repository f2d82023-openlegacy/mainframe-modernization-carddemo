         05  WS-CARD-HOST-VARS.
           10  HV-CARD-NUM                         PIC X(16).
           10  HV-CARD-ACCT-ID                     PIC S9(11) COMP-3.
           10  HV-CARD-EMBOSSED-NAME               PIC X(50).
           10  HV-CARD-EXPIRY-DATE                 PIC X(10).
           10  HV-CARD-ACTIVE-STATUS               PIC X(01).
         05  WS-REPLACE-HOST-VARS.
           10  HV-CARD-NUM-SEQ                     PIC S9(15) COMP-3.
           10  HV-NEW-CARD-NUM                      PIC X(16).
           10  HV-NEW-CARD-EXPIRY-DATE              PIC X(10).

      ******************************************************************
      ******************************************************************
         05  WS-NEW-CARD-NUMBER            PIC X(16).
         05  WS-CARD-NUM-SEQ-DISPLAY       PIC 9(15).

      ******************************************************************
      *      Error Message Handling
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      * Staff-conflict check - see CSUTLEPL; the maker (or, on an
      * approved apply, the checker) may not be tied to a party on
      * the card's account.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Caller-verified check - see CSUTLXPL; a replacement the
      * customer asked for needs a passed identity verification for
      * a liable party on the card's account in this session.
       01 WS-CALLER-VRFY-FIELDS.
       COPY CSUTLXWY.

      * Card Record Structure
       01  CARD-RECORD.
           05  CARD-NUM                          PIC X(16).
           05  CARD-ACCT-ID                      PIC 9(11).
           05  CARD-EMBOSSED-NAME                PIC X(50).
           05  CARD-EXPIRAION-DATE               PIC X(10).
           05  CARD-ACTIVE-STATUS                PIC X(01).
               88  CARD-STS-EXPIRED               VALUE 'E'.
               88  CARD-STS-FRAUD-BLOCKED         VALUE 'F'.
               88  CARD-STS-REISSUED              VALUE 'R'.
           05  FILLER                            PIC X(62).

       01 CARD-UPDATE-RECORD.
           10 CARD-UPDATE-NUM                   PIC X(16).
           10 CARD-UPDATE-ACCT-ID               PIC 9(11).
           10 CARD-UPDATE-EMBOSSED-NAME         PIC X(50).
           10 CARD-UPDATE-EXPIRAION-DATE        PIC X(10).
           10 CARD-UPDATE-ACTIVE-STATUS         PIC X(01).
           10 FILLER                            PIC X(62).

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
           05  LK-INPUT-CARD.
               10  LK-IN-CARD-NUM         PIC X(16).
               10  LK-IN-ACCT-ID          PIC X(11).
               10  LK-IN-CARD-NAME        PIC X(50).
               10  LK-IN-EXPIRY-YEAR      PIC X(04).
               10  LK-IN-EXPIRY-MONTH     PIC X(02).
      *        pending change - bypasses the dual-control capture
               10  LK-IN-APPROVED-APPLY   PIC X(01).
                   88  APPROVED-APPLY-YES VALUE 'Y'.
      *        Set by the fraud and compromised-card services when
      *        the bank itself replaces the card - no caller to verify
               10  LK-IN-BANK-INITIATED   PIC X(01).
                   88  BANK-INITIATED-YES VALUE 'Y'.
           05  LK-OUTPUT-STATUS.
               10  LK-OUT-RETURN-CODE     PIC 9(02).
                   88  RC-SUCCESS         VALUE 00.
                   88  RC-LOCK-ERROR      VALUE 11.
                   88  RC-DATA-CHANGED    VALUE 12.
                   88  RC-INVALID-STATUS-TRANSITION VALUE 13.
                   88  RC-STAFF-CONFLICT  VALUE 14.
                   88  RC-NOT-VERIFIED    VALUE 15.
                   88  RC-DATABASE-ERROR  VALUE 99.
               10  LK-OUT-MESSAGE         PIC X(80).
           05  LK-OUTPUT-CARD.
               10  LK-OUT-CARD-NUM        PIC X(16).
               10  LK-OUT-ACCT-ID         PIC X(11).
               10  LK-OUT-CARD-NAME       PIC X(50).
               10  LK-OUT-EXPIRY-YEAR     PIC X(04).
               10  LK-OUT-EXPIRY-MONTH    PIC X(02).
      * Return card data in the output fields for screen display
                   MOVE CARD-NUM           TO LK-OUT-CARD-NUM
                   MOVE CARD-ACCT-ID       TO LK-OUT-ACCT-ID
                   MOVE CARD-EMBOSSED-NAME TO LK-OUT-CARD-NAME
                   MOVE CARD-EXPIRAION-DATE(1:4) TO LK-OUT-EXPIRY-YEAR
                   MOVE CARD-EXPIRAION-DATE(6:2) TO LK-OUT-EXPIRY-MONTH
                   MOVE 'Card status cannot be empty' TO LK-OUT-MESSAGE
           END-EVALUATE

           IF NOT ERR-FLG-ON
               PERFORM CHECK-CARD-STAFF-CONFLICT
           END-IF

           IF NOT ERR-FLG-ON
               MOVE LK-IN-CARD-NUM TO HV-CARD-NUM
               PERFORM READ-CARD-DB2-FOR-UPDATE
      *----------------------------------------------------------------*
      *                      PROCESS-REPLACE
      * Lost/stolen card replacement - deactivates the old CARDDAT
      * row, mints a brand-new card number/expiry for the same
      * account, repoints CXACAIX at the new card, and hands the new
      * card details back to the caller in one round trip instead of
      * making the caller drive a manual deactivate-then-add-card
               MOVE 'Card number cannot be empty for replacement'
                    TO LK-OUT-MESSAGE
           ELSE
               PERFORM CHECK-CARD-STAFF-CONFLICT

               IF NOT ERR-FLG-ON
                  AND NOT BANK-INITIATED-YES
                  AND NOT APPROVED-APPLY-YES
                   PERFORM CHECK-REPLACE-VERIFIED
               END-IF

               IF NOT ERR-FLG-ON
                   MOVE LK-IN-CARD-NUM TO HV-CARD-NUM
                   PERFORM READ-CARD-DB2-FOR-UPDATE
               END-IF

               IF NOT ERR-FLG-ON
                   PERFORM VALIDATE-CARD-REPLACEABLE
                   EXEC SQL COMMIT END-EXEC
                   MOVE HV-NEW-CARD-NUM       TO LK-OUT-CARD-NUM
                   MOVE CARD-ACCT-ID          TO LK-OUT-ACCT-ID
                   MOVE CARD-EMBOSSED-NAME    TO LK-OUT-CARD-NAME
                   MOVE HV-NEW-CARD-EXPIRY-DATE(1:4)
                        TO LK-OUT-EXPIRY-YEAR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-CARD-STAFF-CONFLICT
      * Runs before the row is read for update - a refusal commits
      * its log row, which must not release a held lock.
      *----------------------------------------------------------------*
       CHECK-CARD-STAFF-CONFLICT.
           MOVE LK-IN-USER-ID           TO WS-STF-USER-ID
           MOVE WS-PGMNAME              TO WS-STF-PROGRAM
           MOVE ZEROS                   TO WS-STF-ACCT-ID
           MOVE ZEROS                   TO WS-STF-CUST-ID
           MOVE LK-IN-CARD-NUM          TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET ERR-FLG-ON TO TRUE
               SET RC-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO LK-OUT-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-REPLACE-VERIFIED
      * A replacement on the caller's word goes to a new card only
      * when the caller was verified through COCIV01A in this
      * session as a liable party on the card's account.
      *----------------------------------------------------------------*
       CHECK-REPLACE-VERIFIED.
           MOVE LK-IN-USER-ID           TO WS-CIV-USER-ID
           MOVE ZEROS                   TO WS-CIV-ACCT-ID
           MOVE ZEROS                   TO WS-CIV-CUST-ID
           MOVE LK-IN-CARD-NUM          TO WS-CIV-CARD-NUM
           PERFORM CHECK-CALLER-VERIFIED
              THRU CHECK-CALLER-VERIFIED-EXIT
           IF NOT CIV-VERIFIED
               SET ERR-FLG-ON TO TRUE
               SET RC-NOT-VERIFIED TO TRUE
               MOVE WS-CIV-MSG TO LK-OUT-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                 VALIDATE-CARD-REPLACEABLE
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *                 GENERATE-REPLACEMENT-CARD-NUM
      * Same sequence-based generation COACTADA uses to mint a card
      * number for a brand-new account, reused here so a replacement
      * card number can't collide with an existing one. No security
      * code is minted - CBACT42A cuts it when the plastic is ordered,
      * so the clear code never reaches this service or its caller.
      *----------------------------------------------------------------*
       GENERATE-REPLACEMENT-CARD-NUM.

                      INTO WS-NEW-CARD-NUMBER
               END-STRING

               MOVE WS-NEW-CARD-NUMBER  TO HV-NEW-CARD-NUM
               MOVE HV-ACCT-EXPIRY-DATE TO HV-NEW-CARD-EXPIRY-DATE
           END-IF.
               INSERT INTO CARDDAT (
                   CARD_NUM,
                   CARD_ACCT_ID,
                   CARD_CVV_DIGEST,
                   CARD_EMBOSSED_NAME,
                   CARD_EXPIRAION_DATE,
                   CARD_ACTIVE_STATUS
               ) VALUES (
                   :HV-NEW-CARD-NUM,
                   :HV-CARD-ACCT-ID,
                   ' ',
                   :HV-CARD-EMBOSSED-NAME,
                   :HV-NEW-CARD-EXPIRY-DATE,
                   'Y'
           SET AHST-ERR-OFF TO TRUE
           MOVE HV-CARD-ACCT-ID TO WS-AHST-ACCT-ID
           MOVE 'CARD-STATUS' TO WS-AHST-FIELD-NAME
      *    The card is carried with its status - an account can hold
      *    more than one card, and the change extract keys on it.
           MOVE SPACES TO WS-AHST-OLD-VALUE
           STRING HV-CARD-NUM ' ' HV-ORIG-CARD-ACTIVE-STATUS
             DELIMITED BY SIZE INTO WS-AHST-OLD-VALUE
           MOVE SPACES TO WS-AHST-NEW-VALUE
           STRING HV-CARD-NUM ' ' HV-CARD-ACTIVE-STATUS
             DELIMITED BY SIZE INTO WS-AHST-NEW-VALUE
           MOVE 'COCRDUPA' TO WS-AHST-USER-ID
           PERFORM WRITE-ACCT-HISTORY
              THRU WRITE-ACCT-HISTORY-EXIT.
           EXEC SQL
                SELECT CARD_NUM,
                       CARD_ACCT_ID,
                       CARD_EMBOSSED_NAME,
                       CARD_EXPIRY_DATE,
                       CARD_ACTIVE_STATUS
                INTO   :HV-CARD-NUM,
                       :HV-CARD-ACCT-ID,
                       :HV-CARD-EMBOSSED-NAME,
                       :HV-CARD-EXPIRY-DATE,
                       :HV-CARD-ACTIVE-STATUS
      * Move data from host variables to CARD-RECORD structure
                   MOVE HV-CARD-NUM         TO CARD-NUM
                   MOVE HV-CARD-ACCT-ID     TO CARD-ACCT-ID
                   MOVE HV-CARD-EMBOSSED-NAME TO CARD-EMBOSSED-NAME
                   MOVE HV-CARD-EXPIRY-DATE TO CARD-EXPIRAION-DATE
                   MOVE HV-CARD-ACTIVE-STATUS TO CARD-ACTIVE-STATUS
           EXEC SQL
                SELECT CARD_NUM,
                       CARD_ACCT_ID,
                       CARD_EMBOSSED_NAME,
                       CARD_EXPIRY_DATE,
                       CARD_ACTIVE_STATUS
                INTO   :HV-CARD-NUM,
                       :HV-CARD-ACCT-ID,
                       :HV-CARD-EMBOSSED-NAME,
                       :HV-CARD-EXPIRY-DATE,
                       :HV-CARD-ACTIVE-STATUS
      * Move data from host variables to CARD-RECORD structure
                   MOVE HV-CARD-NUM         TO CARD-NUM
                   MOVE HV-CARD-ACCT-ID     TO CARD-ACCT-ID
                   MOVE HV-CARD-EMBOSSED-NAME TO CARD-EMBOSSED-NAME
                   MOVE HV-CARD-EXPIRY-DATE TO CARD-EXPIRAION-DATE
                   MOVE HV-CARD-ACTIVE-STATUS TO CARD-ACTIVE-STATUS
           INITIALIZE CARD-UPDATE-RECORD
           MOVE LK-IN-CARD-NUM          TO CARD-UPDATE-NUM
           MOVE LK-IN-ACCT-ID           TO CARD-UPDATE-ACCT-ID
           MOVE LK-IN-CARD-NAME         TO WS-IN-CARD-NAME-UC
           INSPECT WS-IN-CARD-NAME-UC
           CONVERTING LIT-LOWER
      * Move CARD-RECORD to host variables for update
           MOVE CARD-UPDATE-NUM             TO HV-CARD-NUM
           MOVE CARD-UPDATE-ACCT-ID         TO HV-CARD-ACCT-ID
           MOVE CARD-UPDATE-EMBOSSED-NAME   TO HV-CARD-EMBOSSED-NAME
           MOVE CARD-UPDATE-EXPIRAION-DATE  TO HV-CARD-EXPIRY-DATE
           MOVE CARD-UPDATE-ACTIVE-STATUS   TO HV-CARD-ACTIVE-STATUS
                   IF NOT ERR-FLG-ON
                       MOVE CARD-NUM           TO LK-OUT-CARD-NUM
                       MOVE CARD-ACCT-ID       TO LK-OUT-ACCT-ID
                       MOVE CARD-EMBOSSED-NAME TO LK-OUT-CARD-NAME
                       MOVE CARD-EXPIRAION-DATE(1:4)
                       TO LK-OUT-EXPIRY-YEAR
      *            WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *         CHECK-CALLER-VERIFIED (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLXPL.
