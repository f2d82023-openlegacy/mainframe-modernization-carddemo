           05  HV-CUST-EFT-ID                   PIC X(10).
           05  HV-CUST-PRI-HOLDER               PIC X(01).
           05  HV-CUST-FICO                     PIC S9(03) COMP.
           05  HV-CUST-LANG-PREF                PIC X(02).
       01  HV-CUSTOMER-SEQUENCE.
           05  HV-MAX-CUST-ID                   PIC S9(09) COMP.
           05  HV-MAX-CUST-ID-IND               PIC S9(04) COMP.
           05  HV-HOLD-TS                       PIC X(26).
       01  HV-SSN-VALID.
           05  HV-SSN-COUNT                     PIC S9(04) COMP.
       01  HV-CREATE-HISTORY.
           05  HV-CHG-LOG-ID-SEQ                PIC S9(18) COMP-3.
           05  HV-CHG-CUST-ID                   PIC S9(09) COMP-3.
      *    Postal address check - see CSUTLZPL
       01  WS-ZIP-CHECK-FIELDS.
           COPY CSUTLZWY.
       EXEC SQL END DECLARE SECTION END-EXEC.

      ******************************************************************
             10 LK-IN-EFT-ID              PIC X(10).
             10 LK-IN-PRI-HOLDER          PIC X(01).
             10 LK-IN-FICO                PIC 9(03).
      *         Statement/letter language - EN or ES, blank = EN
             10 LK-IN-LANG-PREF           PIC X(02).
          05 LK-OUTPUT-STATUS.
             10 LK-OUT-RETURN-CODE        PIC 9(02).
                88 RC-SUCCESS             VALUE 00.
                 GO TO 1400-EDIT-CONTACT-INFO-EXIT
              END-IF
           END-IF

      *    Language preference - optional, EN/ES validation
           IF LK-IN-LANG-PREF NOT = SPACES
           AND LK-IN-LANG-PREF NOT = LOW-VALUES
              IF LK-IN-LANG-PREF NOT = 'EN'
              AND LK-IN-LANG-PREF NOT = 'ES'
                 SET INPUT-ERROR TO TRUE
                 MOVE 'Language must be EN or ES' TO WS-RETURN-MSG
                 MOVE 'Language' TO WS-EDIT-VARIABLE-NAME
                 GO TO 1400-EDIT-CONTACT-INFO-EXIT
              END-IF
           END-IF
           .
       1400-EDIT-CONTACT-INFO-EXIT.
           EXIT.
           IF LK-IN-PRI-HOLDER EQUAL SPACES
              MOVE 'Y' TO LK-IN-PRI-HOLDER
           END-IF
           IF LK-IN-LANG-PREF EQUAL SPACES
           OR LK-IN-LANG-PREF EQUAL LOW-VALUES
              MOVE 'EN' TO LK-IN-LANG-PREF
           END-IF

      *    Postal reference - a US address must carry a real ZIP
      *    for its state and city
           IF LK-IN-COUNTRY EQUAL 'USA'
              PERFORM 1282-EDIT-ZIP-REFERENCE
                 THRU 1282-EDIT-ZIP-REFERENCE-EXIT
           END-IF
           .
       1500-EDIT-CROSS-VALID-EXIT.
           EXIT.
           EXIT
           .

       1282-EDIT-ZIP-REFERENCE.

           MOVE LK-IN-ZIP   TO WS-ZIPV-ZIP
           MOVE LK-IN-STATE TO WS-ZIPV-STATE-CD
           MOVE LK-IN-CITY  TO WS-ZIPV-CITY
           PERFORM VALIDATE-ZIP-ADDRESS
              THRU VALIDATE-ZIP-ADDRESS-EXIT

           IF ZIPV-OK
               CONTINUE
           ELSE
              SET INPUT-ERROR              TO TRUE
              IF ZIPV-CITY-MISMATCH
                 MOVE 'City' TO WS-EDIT-VARIABLE-NAME
              ELSE
                 MOVE 'Zip Code' TO WS-EDIT-VARIABLE-NAME
              END-IF
              IF WS-RETURN-MSG-OFF
                 MOVE WS-ZIPV-MSG TO WS-RETURN-MSG
              END-IF
              GO TO  1282-EDIT-ZIP-REFERENCE-EXIT
           END-IF
           .
       1282-EDIT-ZIP-REFERENCE-EXIT.
           EXIT
           .

      ******************************************************************
      * Map error field - LIKE COACTADA
      ******************************************************************
                   MOVE 'EFTID' TO LK-OUT-ERROR-FIELD
               WHEN WS-EDIT-VARIABLE-NAME = 'Primary Holder'
                   MOVE 'PRIHLD' TO LK-OUT-ERROR-FIELD
               WHEN WS-EDIT-VARIABLE-NAME = 'Language'
                   MOVE 'LANG' TO LK-OUT-ERROR-FIELD
               WHEN OTHER
                   MOVE 'FNAME' TO LK-OUT-ERROR-FIELD
           END-EVALUATE
           MOVE LK-IN-EFT-ID         TO HV-CUST-EFT-ID
           MOVE LK-IN-PRI-HOLDER     TO HV-CUST-PRI-HOLDER
           MOVE LK-IN-FICO           TO HV-CUST-FICO
           MOVE LK-IN-LANG-PREF      TO HV-CUST-LANG-PREF

           EXEC SQL
                INSERT INTO CUSTDAT (
                    CUST_DOB_YYYY_MM_DD,
                    CUST_EFT_ACCOUNT_ID,
                    CUST_PRI_CARD_HOLDER_IND,
                    CUST_FICO_CREDIT_SCORE,
                    CUST_LANG_PREF
                ) VALUES (
                    :HV-NEW-CUST-ID,
                    :HV-CUST-FNAME,
                    :HV-CUST-DOB,
                    :HV-CUST-EFT-ID,
                    :HV-CUST-PRI-HOLDER,
                    :HV-CUST-FICO,
                    :HV-CUST-LANG-PREF
                )
           END-EXEC

                  DELIMITED BY SIZE
                  INTO WS-RETURN-MSG
                  END-STRING
                  GO TO 9200-INSERT-CUSTOMER-EXIT
           END-EVALUATE

           PERFORM 9300-WRITE-CREATE-HISTORY
              THRU 9300-WRITE-CREATE-HISTORY-EXIT
           .
       9200-INSERT-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * Journal the creation on CUSTHIST so the nightly change extract
      * (CBCDC01A) sends the new customer to the warehouse and CRM
      ******************************************************************
       9300-WRITE-CREATE-HISTORY.
           MOVE WS-NEW-CUST-ID       TO HV-CHG-CUST-ID

           EXEC SQL
                SELECT NEXT VALUE FOR CHG_LOG_ID_SEQ
                INTO :HV-CHG-LOG-ID-SEQ
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
                INSERT INTO CUSTHIST
                (CHG_LOG_ID, CHG_CUST_ID, CHG_FIELD_NAME,
                 CHG_OLD_VALUE, CHG_NEW_VALUE, CHG_USER_ID,
                 CHG_CHANGE_TS)
                VALUES
                (:HV-CHG-LOG-ID-SEQ, :HV-CHG-CUST-ID,
                 'CUST-ADDED', ' ', :HV-CUST-LNAME, 'COCUSADA',
                 CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              SET RC-DATABASE-ERROR TO TRUE
              MOVE SQLCODE TO HV-SQLCODE-DISPLAY
              STRING
              'Error writing customer history. SQLCODE:'
              HV-SQLCODE-DISPLAY
              DELIMITED BY SIZE
              INTO WS-RETURN-MSG
              END-STRING
           END-IF
           .
       9300-WRITE-CREATE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * Date validation procedures
      ******************************************************************
       COPY 'CSUTLDPL'.

      ******************************************************************
      * Postal address check procedures
      ******************************************************************
       COPY CSUTLZPL.

       ABEND-ROUTINE.
           SET RC-DATABASE-ERROR TO TRUE
           MOVE 'UNEXPECTED ABEND OCCURRED.' TO LK-OUT-MESSAGE
