          05 LIT-ACCT-CREATE-TRAN                  PIC X(4)
                                                   VALUE 'AASC'.
          05 LIT-MENUPGM                           PIC X(8)
                                                   VALUE 'COMEN01S'.
          05 LIT-MENUTRANID                        PIC X(4)
                                                   VALUE 'ALUM'.

      ******************************************************************
      * Copy common work areas
