      ******************************************************************
      * Copybook:    CVAXF01Y
      * Purpose:     Account transfer link record layout (ACCTXFER /
      *              AXF_OLD_ACCT_ID) - one permanent row per account
      *              number retired by COAXF01A after the number itself
      *              was compromised. The customer's balance, buckets,
      *              cycle, delinquency, rewards, promotional-plan and
      *              autopay state moved to the new ACCT_ID in the same
      *              unit of work, the cards were reissued under it and
      *              the old account was left closed. The row is never
      *              deleted: account inquiry (COACTVWA), statements
      *              (CBACT02A, COSTM01A, COSTM02A) and the bureau
      *              extract (CBACT28A) follow it so the customer's
      *              history reads as one account.
      ******************************************************************
       01  ACCT-TRANSFER-RECORD.
           05  AXF-OLD-ACCT-ID                   PIC S9(11) COMP-3.
      * Unique - an account number is the target of one transfer only
           05  AXF-NEW-ACCT-ID                   PIC S9(11) COMP-3.
      * The first account in the chain. An account renumbered twice
      * carries its original number here on both links, so every
      * account the customer ever held is one equality away.
           05  AXF-ROOT-ACCT-ID                  PIC S9(11) COMP-3.
           05  AXF-REASON-CD                     PIC X(01).
               88  AXF-REASON-CREDENTIALS        VALUE 'C'.
               88  AXF-REASON-MAIL-THEFT         VALUE 'M'.
               88  AXF-REASON-OTHER              VALUE 'O'.
      * Balance carried across, and how many cards were reissued
           05  AXF-XFER-BAL                      PIC S9(10)V99 COMP-3.
           05  AXF-CARD-COUNT                    PIC S9(04) COMP.
           05  AXF-USER-ID                       PIC X(08).
           05  AXF-XFER-DATE                     PIC X(10).
           05  AXF-XFER-TS                       PIC X(26).
