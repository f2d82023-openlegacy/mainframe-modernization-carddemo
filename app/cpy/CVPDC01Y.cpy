       01  PENDING-CHANGE-RECORD.
           05  PDC-CHG-ID                        PIC S9(18) COMP-3.
      *    Designated function: 'RATESCHD' rate-row schedule
      *    (CORTE01A), 'MERCHUPD' merchant update (COMER01A - DATE
      *    carries the merchant's country code),
      *    'CARDUPD ' card maintenance update (COCRDUPA), 'FEEREV  '
      *    fee or interest reversal above the maker's dollar
      *    authority (COFRV01A - key is the charge's TRAN_ID, DEC1
      *    the amount, TXT1 the account, TXT3 the reason code),
      *    'BULKACCT' bulk account-maintenance batch (CBBAM01A - key
      *    is the batch ID on BULKMNT, NUM1 the rows staged, DEC1 and
      *    DEC2 the net credit and cash line change, TXT2 the row
      *    counts by action)
           05  PDC-FUNC-CD                       PIC X(08).
      *    The changed row's business key - rate group, merchant id
      *    or card number
