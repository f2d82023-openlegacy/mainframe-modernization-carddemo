          05 LIT-CUST-CREATE-TRAN                  PIC X(4)
                                                   VALUE 'AASD'.
          05 LIT-MENUPGM                           PIC X(8)
                                                   VALUE 'COMEN01S'.
          05 LIT-MENUTRANID                        PIC X(4)
                                                   VALUE 'ALUM'.

      ******************************************************************
      * Copy common work areas
               MOVE DFHCOMMAREA (1:EIBCALEN) TO CARDDEMO-COMMAREA

      *        CLEAN CUSTOMER INFO FROM MENU POLLUTION
               IF CDEMO-FROM-PROGRAM = LIT-MENUPGM
                  INITIALIZE CDEMO-CUSTOMER-INFO
               END-IF

