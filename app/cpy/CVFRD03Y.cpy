      ******************************************************************
      * Copybook:    CVFRD03Y
      * Purpose:     Fraud review SMS verification record layout
      *              (FRDSMS / FSM_REVIEW_ID) - one row per open
      *              FRDREVW item whose cardholder was texted to
      *              confirm or deny the charge, written Awaiting by
      *              COTRN02A alongside the NOTIFY_QUEUE row that
      *              carries the text. CBACT96A applies the customer's
      *              reply from the SMS gateway: YES clears the item,
      *              NO confirms it as fraud; with no reply inside the
      *              window the row expires. While a row is Awaiting
      *              the item is held off the analysts' COFRD01A
      *              workqueue.
      ******************************************************************
       01  FRAUD-SMS-VERIFY-RECORD.
           05  FSM-REVIEW-ID                     PIC S9(18) COMP-3.
      * NOTIFY_QUEUE row that carried the text - the gateway quotes
      * it back on the customer's reply.
           05  FSM-NOTIFY-ID                     PIC S9(18) COMP-3.
           05  FSM-ACCT-ID                       PIC S9(11) COMP-3.
           05  FSM-CARD-NUM                      PIC X(16).
           05  FSM-STATUS                        PIC X(01).
               88  FSM-STATUS-AWAITING           VALUE 'W'.
               88  FSM-STATUS-CUST-CONFIRMED     VALUE 'Y'.
               88  FSM-STATUS-CUST-DENIED        VALUE 'N'.
               88  FSM-STATUS-EXPIRED            VALUE 'E'.
      * Reply arrived after an analyst had already worked the item.
               88  FSM-STATUS-ALREADY-WORKED     VALUE 'A'.
           05  FSM-SENT-TS                       PIC X(26).
           05  FSM-REPLY-TEXT                    PIC X(20).
           05  FSM-REPLY-TS                      PIC X(26).
      * FRAUDCASE row opened when the customer denied the charge.
           05  FSM-CASE-ID                       PIC S9(18) COMP-3.
