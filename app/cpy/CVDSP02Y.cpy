      ******************************************************************
      * Copybook:    CVDSP02Y
      * Purpose:     Dispute credit-match log record layout (DSPCRMAT /
      *              DCM_MATCH_ID) - one row per merchant credit the
      *              posting programs (CBACT18A clearing, COTRN02A
      *              keyed) matched to an open dispute on the same card
      *              and merchant, or nearly matched and left for an
      *              analyst. Written by shared logic CSUTL2PL in the
      *              credit's unit of work; read by the daily review
      *              report CBDSP01A.
      ******************************************************************
       01  DISPUTE-CREDIT-MATCH-RECORD.
           05  DCM-MATCH-ID                      PIC S9(18) COMP-3.
           05  DCM-DISPUTE-ID                    PIC S9(18) COMP-3.
           05  DCM-CREDIT-TRAN-ID                PIC X(16).
           05  DCM-ACCT-ID                       PIC S9(11) COMP-3.
           05  DCM-CARD-NUM                      PIC X(16).
           05  DCM-MERCHANT-ID                   PIC S9(09) COMP.
           05  DCM-CREDIT-AMT                    PIC S9(10)V99 COMP-3.
      * Amount still in dispute when the credit arrived, and how much
      * of it the credit covered (zero on a near miss)
           05  DCM-DISPUTE-AMT                   PIC S9(10)V99 COMP-3.
           05  DCM-COVERED-AMT                   PIC S9(10)V99 COMP-3.
      * F - full match, dispute closed Credited; P - partial match,
      * dispute reduced; N - near miss, nothing changed
           05  DCM-MATCH-TYPE                    PIC X(01).
               88  DCM-FULL-MATCH                VALUE 'F'.
               88  DCM-PARTIAL-MATCH             VALUE 'P'.
               88  DCM-NEAR-MISS                 VALUE 'N'.
      * Near miss: OVER - credit larger than the amount in dispute;
      * SENT - chargeback already with the network; MRCH - same
      * card and amount but a different merchant
           05  DCM-NEAR-REASON                   PIC X(04).
      * Our own dispute credit taken back for the covered amount -
      * the provisional credit (CBACT17A) or, on an approved dispute
      * not yet sent to the network, the chargeback credit (CODSP01A)
           05  DCM-REVERSAL-TRAN-ID              PIC X(16).
           05  DCM-SOURCE-PGM                    PIC X(08).
           05  DCM-BUS-DATE                      PIC X(10).
           05  DCM-MATCH-TS                      PIC X(26).
