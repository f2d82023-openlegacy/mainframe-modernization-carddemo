           10 WS-NEW-ACCT-ID                       PIC 9(11).
           10 WS-CARD-NUMBER                       PIC X(16).
           10 WS-CARD-NUM-SEQ-DISPLAY               PIC 9(15).
           10 WS-CARD-ISSUE-TS                      PIC X(21).

      ******************************************************************
      * Enhanced Date Validation Work Fields
       01  HV-CARD-INSERT.
           05  HV-CARD-NUM                      PIC X(16).
           05  HV-CARD-ACCT-ID                  PIC S9(11) COMP.
           05  HV-CARD-EMBOSSED-NAME            PIC X(50).
           05  HV-CARD-EXPIRY-DT                PIC X(10).
           05  HV-CARD-ACTIVE-STATUS            PIC X(01).
           PERFORM 9260-BUILD-CARD-NUMBER
              THRU 9260-BUILD-CARD-NUMBER-EXIT

      * No security code is minted here - the card is born without
      * one and CBACT42A cuts it when the plastic is ordered, so the
      * clear code exists only on its way to the embossing vendor.
           MOVE WS-CARD-NUMBER       TO HV-CARD-NUM
           MOVE WS-NEW-ACCT-ID       TO HV-CARD-ACCT-ID
           MOVE HV-ACCT-EXPIRY-DT    TO HV-CARD-EXPIRY-DT
      * activates it through COCRDACA, which closes the window where
      * plastic in the mail is already live.
           MOVE 'P'                  TO HV-CARD-ACTIVE-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CARD-ISSUE-TS
           STRING WS-CARD-ISSUE-TS(1:4) '-'
                  WS-CARD-ISSUE-TS(5:2) '-'
                  WS-CARD-ISSUE-TS(7:2)
             DELIMITED BY SIZE
             INTO HV-CARD-ISSUED-DT

                INSERT INTO CARDDAT (
                    CARD_NUM,
                    CARD_ACCT_ID,
                    CARD_CVV_DIGEST,
                    CARD_EMBOSSED_NAME,
                    CARD_EXPIRAION_DATE,
                    CARD_ACTIVE_STATUS,
                ) VALUES (
                    :HV-CARD-NUM,
                    :HV-CARD-ACCT-ID,
                    ' ',
                    :HV-CARD-EMBOSSED-NAME,
                    :HV-CARD-EXPIRY-DT,
                    :HV-CARD-ACTIVE-STATUS,
