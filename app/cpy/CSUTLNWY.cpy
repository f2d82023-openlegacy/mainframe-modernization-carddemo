               88  NOTIFY-TYPE-BAL-THRESH         VALUE 'B'.
               88  NOTIFY-TYPE-CNP-TRAN           VALUE 'N'.
               88  NOTIFY-TYPE-PAYMENT-DUE        VALUE 'D'.
               88  NOTIFY-TYPE-RATE-CHANGE        VALUE 'R'.
      * Two-way text asking the cardholder to confirm a charge held
      * for fraud review - delivered by SMS only (see FRDSMS).
               88  NOTIFY-TYPE-FRAUD-VERIFY       VALUE 'F'.
           10  WS-NOTIFY-MSG                     PIC X(80).
           10  WS-NOTIFY-TS                      PIC X(26).
           10  WS-NOTIFY-CURDATE-TIME.
