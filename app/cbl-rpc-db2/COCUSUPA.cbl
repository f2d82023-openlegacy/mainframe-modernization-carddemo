           10  HV-ORIG-CUST-DLVRY-PREF          PIC X(01).
           10  HV-CUST-NOTIFY-OPTOUT            PIC X(01).
           10  HV-ORIG-CUST-NOTIFY-OPTOUT      PIC X(01).
           10  HV-CUST-LANG-PREF                PIC X(02).
           10  HV-ORIG-CUST-LANG-PREF           PIC X(02).
           10  HV-CUST-MKTG-OPTOUT              PIC X(01).
           10  HV-ORIG-CUST-MKTG-OPTOUT         PIC X(01).

         05  WS-CUST-HOST-VARS.
           10  HV-CUST-ID                       PIC S9(09) COMP-3.
       01 WS-LITERALS.
          05 LIT-CUSTTABLENAME         PIC X(9) VALUE 'CUSTDAT'.

      ******************************************************************
      *      Sensitive-data access log - see CSUTLCPL
      ******************************************************************
       01 WS-PII-FIELDS.
          COPY CSUTLCWY.

      ******************************************************************
      *      Staff-conflict check - see CSUTLEPL
      ******************************************************************
       01 WS-STAFF-FIELDS.
          COPY CSUTLEWY.

      ******************************************************************
      *      Caller-verified check - see CSUTLXPL; an address, phone
      *      or e-mail change needs a passed identity verification
      *      for this customer in the user's current session
      ******************************************************************
       01 WS-CALLER-VRFY-FIELDS.
          COPY CSUTLXWY.

      ******************************************************************
      *      Postal address check - see CSUTLZPL; a changed US
      *      address must carry a real ZIP for its state and city
      ******************************************************************
       01 WS-ZIP-CHECK-FIELDS.
          COPY CSUTLZWY.

      ******************************************************************
      *      Email Format Edit Variables
      ******************************************************************
      *        Notification opt-out - Y suppresses courtesy alerts,
      *        N receives them; blank keeps the current setting
               10  LK-IN-NOTIFY-OPTOUT    PIC X(01).
      *        Statement/letter language - EN English, ES Spanish;
      *        blank keeps the current setting
               10  LK-IN-LANG-PREF        PIC X(02).
      *        Marketing opt-out - Y keeps the customer off every
      *        prescreened offer mailing, N allows them; blank keeps
      *        the current setting
               10  LK-IN-MKTG-OPTOUT      PIC X(01).
           05  LK-OUTPUT-STATUS.
               10  LK-OUT-RETURN-CODE     PIC 9(02).
                   88  RC-SUCCESS         VALUE 00.
                   88  RC-VALIDATION-ERROR VALUE 10.
                   88  RC-LOCK-ERROR      VALUE 11.
                   88  RC-DATA-CHANGED    VALUE 12.
                   88  RC-STAFF-CONFLICT  VALUE 13.
                   88  RC-NOT-VERIFIED    VALUE 14.
                   88  RC-DATABASE-ERROR  VALUE 99.
               10  LK-OUT-MESSAGE         PIC X(80).
           05  LK-OUTPUT-CUSTOMER.
                   MOVE 'Invalid operation code' TO LK-OUT-MESSAGE
           END-EVALUATE

      * A lookup, and the update paths that hand the record back,
      * all expose the full customer record - log it once the unit
      * of work above is settled so a rollback cannot take the log
      * row with it.
           IF LK-OUT-CUST-ID NOT = ZEROS
               PERFORM LOG-CUSTOMER-READ
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      *                      LOG-CUSTOMER-READ
      *----------------------------------------------------------------*
       LOG-CUSTOMER-READ.
           MOVE LK-IN-USER-ID           TO WS-PII-USER-ID
           MOVE WS-PGMNAME              TO WS-PII-PROGRAM
           MOVE LK-OUT-CUST-ID          TO WS-PII-CUST-ID
           MOVE ZEROS                   TO WS-PII-ACCT-ID
           SET PII-SSN-EXPOSED          TO TRUE
           SET PII-DOB-EXPOSED          TO TRUE
           SET PII-CONTACT-EXPOSED      TO TRUE
           SET PII-ACCOUNT-NOT-EXPOSED  TO TRUE
           PERFORM LOG-PII-ACCESS
              THRU LOG-PII-ACCESS-EXIT.

      *----------------------------------------------------------------*
      *                      PROCESS-LOOKUP
      *----------------------------------------------------------------*
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
           AND LK-IN-LANG-PREF NOT = SPACES
           AND LK-IN-LANG-PREF NOT = LOW-VALUES
               IF LK-IN-LANG-PREF NOT = 'EN'
               AND LK-IN-LANG-PREF NOT = 'ES'
                   SET RC-VALIDATION-ERROR TO TRUE
                   MOVE 'Language must be EN or ES'
                        TO LK-OUT-MESSAGE
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
           AND LK-IN-MKTG-OPTOUT NOT = SPACES
           AND LK-IN-MKTG-OPTOUT NOT = LOW-VALUES
               IF LK-IN-MKTG-OPTOUT NOT = 'Y'
               AND LK-IN-MKTG-OPTOUT NOT = 'N'
                   SET RC-VALIDATION-ERROR TO TRUE
                   MOVE 'Marketing opt-out must be Y or N'
                        TO LK-OUT-MESSAGE
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
           AND LK-IN-EMAIL NOT = SPACES
           AND LK-IN-EMAIL NOT = LOW-VALUES
               PERFORM EDIT-EMAIL-FORMAT
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM CHECK-CUST-STAFF-CONFLICT
           END-IF

           IF NOT ERR-FLG-ON
               MOVE LK-IN-CUST-ID TO HV-CUST-ID
               PERFORM READ-CUST-DB2-FOR-UPDATE
               IF NOT ERR-FLG-ON
                   PERFORM CHECK-FOR-CHANGES
                   IF CUST-MODIFIED-YES
                       PERFORM CHECK-ADDRESS-ZIP
                   END-IF
                   IF CUST-MODIFIED-YES
                   AND NOT ERR-FLG-ON
                       PERFORM CHECK-CONTACT-VERIFIED
                   END-IF
                   EVALUATE TRUE
                       WHEN ERR-FLG-ON
                           CONTINUE
                       WHEN CUST-MODIFIED-YES
                           PERFORM UPDATE-CUST-DB2
                       WHEN OTHER
                           SET RC-NO-CHANGES TO TRUE
                           MOVE 'No changes detected' TO LK-OUT-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-CUST-STAFF-CONFLICT
      * A user tied to this customer, or to a party on any of the
      * customer's accounts, may not maintain the record.
      *----------------------------------------------------------------*
       CHECK-CUST-STAFF-CONFLICT.
           MOVE LK-IN-USER-ID           TO WS-STF-USER-ID
           MOVE WS-PGMNAME              TO WS-STF-PROGRAM
           MOVE ZEROS                   TO WS-STF-ACCT-ID
           MOVE LK-IN-CUST-ID           TO WS-STF-CUST-ID
           MOVE SPACES                  TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET ERR-FLG-ON TO TRUE
               SET RC-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO LK-OUT-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-ADDRESS-ZIP
      * A US address whose city, state, ZIP or country is changing
      * must match the postal reference. An address left as it is
      * is not re-checked, so an old bad ZIP (reported nightly by
      * CBZIP02A) does not block an unrelated change.
      *----------------------------------------------------------------*
       CHECK-ADDRESS-ZIP.
           IF LK-IN-COUNTRY = 'USA'
           AND (HV-CUST-ADDR-LINE-3      NOT = LK-IN-CITY
           OR   HV-CUST-ADDR-STATE-CD    NOT = LK-IN-STATE
           OR   HV-CUST-ADDR-COUNTRY-CD  NOT = LK-IN-COUNTRY
           OR   HV-CUST-ADDR-ZIP         NOT = LK-IN-ZIP)
               MOVE LK-IN-ZIP           TO WS-ZIPV-ZIP
               MOVE LK-IN-STATE         TO WS-ZIPV-STATE-CD
               MOVE LK-IN-CITY          TO WS-ZIPV-CITY
               PERFORM VALIDATE-ZIP-ADDRESS
                  THRU VALIDATE-ZIP-ADDRESS-EXIT
               EVALUATE TRUE
                   WHEN ZIPV-OK
                       CONTINUE
                   WHEN ZIPV-CHECK-ERROR
                       SET ERR-FLG-ON TO TRUE
                       SET RC-DATABASE-ERROR TO TRUE
                       MOVE WS-ZIPV-MSG TO LK-OUT-MESSAGE
                   WHEN OTHER
                       SET ERR-FLG-ON TO TRUE
                       SET RC-VALIDATION-ERROR TO TRUE
                       MOVE WS-ZIPV-MSG TO LK-OUT-MESSAGE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   CHECK-CONTACT-VERIFIED
      * Changing where the customer is reached is how a takeover
      * starts - an address, phone or e-mail change goes through only
      * for a caller verified through COCIV01A in this session.
      *----------------------------------------------------------------*
       CHECK-CONTACT-VERIFIED.
           IF  HV-CUST-ADDR-LINE-1         NOT = LK-IN-ADDR1
           OR  HV-CUST-ADDR-LINE-2         NOT = LK-IN-ADDR2
           OR  HV-CUST-ADDR-LINE-3         NOT = LK-IN-CITY
           OR  HV-CUST-ADDR-STATE-CD       NOT = LK-IN-STATE
           OR  HV-CUST-ADDR-COUNTRY-CD     NOT = LK-IN-COUNTRY
           OR  HV-CUST-ADDR-ZIP            NOT = LK-IN-ZIP
           OR  HV-CUST-PHONE-NUM-1         NOT = LK-IN-PHONE1
           OR  HV-CUST-PHONE-NUM-2         NOT = LK-IN-PHONE2
           OR  HV-CUST-EMAIL-ADDRESS       NOT = LK-IN-EMAIL
               MOVE LK-IN-USER-ID       TO WS-CIV-USER-ID
               MOVE ZEROS               TO WS-CIV-ACCT-ID
               MOVE LK-IN-CUST-ID       TO WS-CIV-CUST-ID
               MOVE SPACES              TO WS-CIV-CARD-NUM
               PERFORM CHECK-CALLER-VERIFIED
                  THRU CHECK-CALLER-VERIFIED-EXIT
               IF NOT CIV-VERIFIED
                   SET ERR-FLG-ON TO TRUE
                   SET RC-NOT-VERIFIED TO TRUE
                   MOVE WS-CIV-MSG TO LK-OUT-MESSAGE
               END-IF
           END-IF.

           IF NOT ERR-FLG-ON
               EXEC SQL
                    SELECT COALESCE(CUST_STMT_DLVRY_PREF, 'P'),
                           COALESCE(CUST_NOTIFY_OPTOUT_IND, 'N'),
                           COALESCE(CUST_LANG_PREF, 'EN'),
                           COALESCE(CUST_MKTG_OPTOUT_IND, 'N')
                    INTO :HV-CUST-DLVRY-PREF,
                         :HV-CUST-NOTIFY-OPTOUT,
                         :HV-CUST-LANG-PREF,
                         :HV-CUST-MKTG-OPTOUT
                    FROM CUSTDAT
                    WHERE CUST_ID = :HV-CUST-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'P' TO HV-CUST-DLVRY-PREF
                   MOVE 'N' TO HV-CUST-NOTIFY-OPTOUT
                   MOVE 'EN' TO HV-CUST-LANG-PREF
                   MOVE 'N' TO HV-CUST-MKTG-OPTOUT
               END-IF
               MOVE HV-CUST-DLVRY-PREF TO HV-ORIG-CUST-DLVRY-PREF
               MOVE HV-CUST-NOTIFY-OPTOUT
                    TO HV-ORIG-CUST-NOTIFY-OPTOUT
               MOVE HV-CUST-LANG-PREF TO HV-ORIG-CUST-LANG-PREF
               MOVE HV-CUST-MKTG-OPTOUT TO HV-ORIG-CUST-MKTG-OPTOUT
      * Store original values for optimistic locking check
               MOVE HV-CUST-FIRST-NAME
                    TO HV-ORIG-CUST-FIRST-NAME
            OR LK-IN-NOTIFY-OPTOUT = LOW-VALUES
               MOVE HV-CUST-NOTIFY-OPTOUT TO LK-IN-NOTIFY-OPTOUT
           END-IF
           IF LK-IN-LANG-PREF = SPACES
            OR LK-IN-LANG-PREF = LOW-VALUES
               MOVE HV-CUST-LANG-PREF TO LK-IN-LANG-PREF
           END-IF
           IF LK-IN-MKTG-OPTOUT = SPACES
            OR LK-IN-MKTG-OPTOUT = LOW-VALUES
               MOVE HV-CUST-MKTG-OPTOUT TO LK-IN-MKTG-OPTOUT
           END-IF

           IF  HV-CUST-FIRST-NAME          NOT = LK-IN-FNAME
           OR  HV-CUST-MIDDLE-NAME         NOT = LK-IN-MNAME
           OR  HV-CUST-FICO-CREDIT-SCORE   NOT = LK-IN-FICO
           OR  HV-CUST-DLVRY-PREF          NOT = LK-IN-DLVRY-PREF
           OR  HV-CUST-NOTIFY-OPTOUT       NOT = LK-IN-NOTIFY-OPTOUT
           OR  HV-CUST-LANG-PREF           NOT = LK-IN-LANG-PREF
           OR  HV-CUST-MKTG-OPTOUT         NOT = LK-IN-MKTG-OPTOUT
               SET CUST-MODIFIED-YES TO TRUE
           END-IF.

           IF LK-IN-NOTIFY-OPTOUT = 'Y' OR LK-IN-NOTIFY-OPTOUT = 'N'
               MOVE LK-IN-NOTIFY-OPTOUT TO HV-CUST-NOTIFY-OPTOUT
           END-IF
           IF LK-IN-LANG-PREF = 'EN' OR LK-IN-LANG-PREF = 'ES'
               MOVE LK-IN-LANG-PREF     TO HV-CUST-LANG-PREF
           END-IF
           IF LK-IN-MKTG-OPTOUT = 'Y' OR LK-IN-MKTG-OPTOUT = 'N'
               MOVE LK-IN-MKTG-OPTOUT   TO HV-CUST-MKTG-OPTOUT
           END-IF

      *****************************************************************
      * Perform optimistic update with original values check.  SSN
                       CUST_STMT_DLVRY_PREF =
                           :HV-CUST-DLVRY-PREF,
                       CUST_NOTIFY_OPTOUT_IND =
                           :HV-CUST-NOTIFY-OPTOUT,
                       CUST_LANG_PREF =
                           :HV-CUST-LANG-PREF,
                       CUST_MKTG_OPTOUT_IND =
                           :HV-CUST-MKTG-OPTOUT
                WHERE  CUST_ID = :HV-CUST-ID
                AND    CUST_FIRST_NAME = :HV-ORIG-CUST-FIRST-NAME
                AND    CUST_MIDDLE_NAME = :HV-ORIG-CUST-MIDDLE-NAME
           MOVE HV-CUST-PRI-CARD-HOLDER-IND TO LK-OUT-PRI-HOLDER
           MOVE HV-CUST-FICO-CREDIT-SCORE   TO LK-OUT-FICO
           .

      *----------------------------------------------------------------*
      *            LOG-PII-ACCESS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLCPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *         CHECK-CALLER-VERIFIED (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLXPL.

      *----------------------------------------------------------------*
      *          VALIDATE-ZIP-ADDRESS (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLZPL.
