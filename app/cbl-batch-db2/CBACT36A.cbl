      * Modification History
      * 2026-09-02 - New batch job: daily authorization decline-
      *              analysis report by reason and account group
      * 2026-10-15 - Describe the card security code mismatch decline
      * 2026-10-15 - Describe the virtual card number control decline
      * 2026-10-15 - Describe the recurring payment revoked decline
      * 2026-10-15 - Describe the sanctions screen decline
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT36A.
               WHEN 'CO'
                   MOVE 'OVER COMPANY CREDIT LIMIT     '
                     TO WS-REASON-DESC
               WHEN 'SC'
                   MOVE 'SECURITY CODE MISMATCH        '
                     TO WS-REASON-DESC
               WHEN 'VC'
                   MOVE 'VIRTUAL CARD CONTROL          '
                     TO WS-REASON-DESC
               WHEN 'RV'
                   MOVE 'RECURRING PAYMENT REVOKED     '
                     TO WS-REASON-DESC
               WHEN 'SN'
                   MOVE 'SANCTIONS SCREEN HIT          '
                     TO WS-REASON-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN REASON CODE           '
                     TO WS-REASON-DESC
