      ******************************************************************
      * Copybook:    CVFRC02Y
      * Purpose:     Confirmed-fraud transaction record layout
      *              (FRAUDTRN / FRT_CASE_ID, FRT_TRAN_ID) - one row
      *              per tainted transaction on a FRAUDCASE, written
      *              by COFRD01A when the analyst confirms the case.
      *              Carries what the card network's fraud report
      *              needs (card, transaction, merchant, MCC, amount,
      *              channel, fraud type, the date the fraud was
      *              reported to us) and where the row stands with
      *              the network: the nightly CBACT91A sends each
      *              Unreported row once, CBACT92A applies the
      *              network's acknowledgment or reject, and the
      *              monthly CBACT93A fraud basis-point summary is
      *              built from the same rows.
      ******************************************************************
       01  FRAUD-TRAN-RECORD.
           05  FRT-CASE-ID                       PIC S9(18) COMP-3.
           05  FRT-TRAN-ID                       PIC X(16).
           05  FRT-ACCT-ID                       PIC S9(11) COMP-3.
           05  FRT-CARD-NUM                      PIC X(16).
           05  FRT-TRAN-AMT                      PIC S9(10)V99
                                                  COMP-3.
           05  FRT-MERCHANT-ID                   PIC 9(09).
           05  FRT-MERCHANT-NAME                 PIC X(50).
           05  FRT-MCC-CD                        PIC 9(04).
      * How the card was used, from the transaction source.
           05  FRT-CHANNEL                       PIC X(01).
               88  FRT-CHANNEL-CARD-PRESENT      VALUE 'P'.
               88  FRT-CHANNEL-ECOMMERCE         VALUE 'E'.
               88  FRT-CHANNEL-ATM               VALUE 'A'.
      * Network fraud type - the analyst's call at confirm; left
      * blank it defaults to card-not-present for e-commerce and
      * miscellaneous otherwise.
           05  FRT-FRAUD-TYPE                    PIC X(01).
               88  FRT-TYPE-LOST                 VALUE '0'.
               88  FRT-TYPE-STOLEN               VALUE '1'.
               88  FRT-TYPE-NOT-RECEIVED         VALUE '2'.
               88  FRT-TYPE-FRAUD-APPLICATION    VALUE '3'.
               88  FRT-TYPE-COUNTERFEIT          VALUE '4'.
               88  FRT-TYPE-MISCELLANEOUS        VALUE '5'.
               88  FRT-TYPE-CARD-NOT-PRESENT     VALUE '6'.
               88  FRT-TYPE-VALID                VALUE '0' THRU '6'.
           05  FRT-TRAN-ORIG-TS                  PIC X(26).
      * The day the case was confirmed - when the fraud was
      * reported to us.
           05  FRT-REPORTED-DATE                 PIC X(10).
      * Network reporting status - Unreported until CBACT91A puts
      * it on the outbound file, then Sent until the network's
      * return acknowledges or rejects it.
           05  FRT-RPT-STATUS                    PIC X(01).
               88  FRT-RPT-UNREPORTED            VALUE 'U'.
               88  FRT-RPT-SENT                  VALUE 'S'.
               88  FRT-RPT-ACKNOWLEDGED          VALUE 'A'.
               88  FRT-RPT-REJECTED              VALUE 'R'.
           05  FRT-RPT-DATE                      PIC X(10).
           05  FRT-ACK-DATE                      PIC X(10).
      * The network's reason code on a reject - spaces otherwise.
           05  FRT-REJECT-CD                     PIC X(04).
