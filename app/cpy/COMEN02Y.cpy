      ******************************************************************
      * Copybook:    COMEN02Y
      * Purpose:     Main menu definition table for COMEN01S - one
      *              entry per option: the option number the user
      *              types, the description shown, the program the
      *              option XCTLs to, and the SEC_ROLE_FUNC function
      *              code the signed-on user's role must hold for the
      *              option to be listed (spaces - open to every
      *              user, e.g. Sign Off). The user-type byte keeps
      *              an option to admin ('A') users whatever their
      *              role; 'U' lets any user see it. To add a screen
      *              to the menu add an entry here, raise the OCCURS
      *              and the count, and grant the function code to
      *              the roles that should see it.
      ******************************************************************
       01  CARDDEMO-MAIN-MENU-OPTIONS.
           05  CDEMO-MENU-OPT-COUNT              PIC 9(02) VALUE 27.

           05  CDEMO-MENU-OPTIONS-DATA.
               10  FILLER                        PIC 9(02) VALUE 01.
               10  FILLER                        PIC X(35) VALUE
                   'View Account'.
               10  FILLER                        PIC X(08) VALUE
                   'COACTVWS'.
               10  FILLER                        PIC X(08) VALUE
                   'COACTVWS'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 02.
               10  FILLER                        PIC X(35) VALUE
                   'Update Account'.
               10  FILLER                        PIC X(08) VALUE
                   'COACTUPS'.
               10  FILLER                        PIC X(08) VALUE
                   'COACTUPS'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 03.
               10  FILLER                        PIC X(35) VALUE
                   'List Cards'.
               10  FILLER                        PIC X(08) VALUE
                   'COCRDLIS'.
               10  FILLER                        PIC X(08) VALUE
                   'COCRDLIS'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 04.
               10  FILLER                        PIC X(35) VALUE
                   'Customer Search'.
               10  FILLER                        PIC X(08) VALUE
                   'COACCSTU'.
               10  FILLER                        PIC X(08) VALUE
                   'COACCSTU'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 05.
               10  FILLER                        PIC X(35) VALUE
                   'Relationship View'.
               10  FILLER                        PIC X(08) VALUE
                   'COREL00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COREL00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 06.
               10  FILLER                        PIC X(35) VALUE
                   'Add Customer'.
               10  FILLER                        PIC X(08) VALUE
                   'COCUSADU'.
               10  FILLER                        PIC X(08) VALUE
                   'COCUSADU'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 07.
               10  FILLER                        PIC X(35) VALUE
                   'Add Account'.
               10  FILLER                        PIC X(08) VALUE
                   'COACTADU'.
               10  FILLER                        PIC X(08) VALUE
                   'COACTADU'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 08.
               10  FILLER                        PIC X(35) VALUE
                   'Transaction List'.
               10  FILLER                        PIC X(08) VALUE
                   'COTRN00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COTRN00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 09.
               10  FILLER                        PIC X(35) VALUE
                   'Add Transaction'.
               10  FILLER                        PIC X(08) VALUE
                   'COTRN02U'.
               10  FILLER                        PIC X(08) VALUE
                   'COTRN02U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 10.
               10  FILLER                        PIC X(35) VALUE
                   'Account Notes'.
               10  FILLER                        PIC X(08) VALUE
                   'COANT00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COANT00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 11.
               10  FILLER                        PIC X(35) VALUE
                   'Payoff Quote / Payment'.
               10  FILLER                        PIC X(08) VALUE
                   'COPAY00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COPAY00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 12.
               10  FILLER                        PIC X(35) VALUE
                   'Statement Requests'.
               10  FILLER                        PIC X(08) VALUE
                   'COSTM00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COSTM00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 13.
               10  FILLER                        PIC X(35) VALUE
                   'Travel Notices'.
               10  FILLER                        PIC X(08) VALUE
                   'COTRV00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COTRV00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 14.
               10  FILLER                        PIC X(35) VALUE
                   'Fee / Interest Reversal'.
               10  FILLER                        PIC X(08) VALUE
                   'COFRV00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COFRV00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 15.
               10  FILLER                        PIC X(35) VALUE
                   'Credit Line Change'.
               10  FILLER                        PIC X(08) VALUE
                   'COCLM00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COCLM00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 16.
               10  FILLER                        PIC X(35) VALUE
                   'Complaint Log'.
               10  FILLER                        PIC X(08) VALUE
                   'COCPL00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COCPL00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 17.
               10  FILLER                        PIC X(35) VALUE
                   'Collections Workqueue'.
               10  FILLER                        PIC X(08) VALUE
                   'COCOL00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COCOL00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 18.
               10  FILLER                        PIC X(35) VALUE
                   'Bankruptcy Notifications'.
               10  FILLER                        PIC X(08) VALUE
                   'COBKR00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COBKR00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 19.
               10  FILLER                        PIC X(35) VALUE
                   'Fraud Review Workqueue'.
               10  FILLER                        PIC X(08) VALUE
                   'COFRD00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COFRD00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 20.
               10  FILLER                        PIC X(35) VALUE
                   'AML Case Queue'.
               10  FILLER                        PIC X(08) VALUE
                   'COAML00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COAML00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 21.
               10  FILLER                        PIC X(35) VALUE
                   'Suspense Repair'.
               10  FILLER                        PIC X(08) VALUE
                   'COSUS00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COSUS00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 22.
               10  FILLER                        PIC X(35) VALUE
                   'Merchant Maintenance'.
               10  FILLER                        PIC X(08) VALUE
                   'COMER00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COMER00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 23.
               10  FILLER                        PIC X(35) VALUE
                   'Rate Group Maintenance'.
               10  FILLER                        PIC X(08) VALUE
                   'CORTE00U'.
               10  FILLER                        PIC X(08) VALUE
                   'CORTE00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 24.
               10  FILLER                        PIC X(35) VALUE
                   'Batch Monitor'.
               10  FILLER                        PIC X(08) VALUE
                   'COOPS00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COOPS00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 25.
               10  FILLER                        PIC X(35) VALUE
                   'Session History'.
               10  FILLER                        PIC X(08) VALUE
                   'COSES00U'.
               10  FILLER                        PIC X(08) VALUE
                   'COSES00U'.
               10  FILLER                        PIC X(01) VALUE 'U'.

               10  FILLER                        PIC 9(02) VALUE 26.
               10  FILLER                        PIC X(35) VALUE
                   'User Administration'.
               10  FILLER                        PIC X(08) VALUE
                   'COADM01S'.
               10  FILLER                        PIC X(08) VALUE
                   'COADM01S'.
               10  FILLER                        PIC X(01) VALUE 'A'.

               10  FILLER                        PIC 9(02) VALUE 27.
               10  FILLER                        PIC X(35) VALUE
                   'Sign Off'.
               10  FILLER                        PIC X(08) VALUE
                   'COSGN00S'.
               10  FILLER                        PIC X(08) VALUE
                   SPACES.
               10  FILLER                        PIC X(01) VALUE 'U'.

           05  CDEMO-MENU-OPTIONS REDEFINES CDEMO-MENU-OPTIONS-DATA.
               10  CDEMO-MENU-OPT OCCURS 27 TIMES.
                   15  CDEMO-MENU-OPT-NUM        PIC 9(02).
                   15  CDEMO-MENU-OPT-NAME       PIC X(35).
                   15  CDEMO-MENU-OPT-PGMNAME    PIC X(08).
                   15  CDEMO-MENU-OPT-FUNC-CD    PIC X(08).
                   15  CDEMO-MENU-OPT-USRTYPE    PIC X(01).
                       88  CDEMO-MENU-OPT-ADMIN-ONLY     VALUE 'A'.
                       88  CDEMO-MENU-OPT-ANY-USER       VALUE 'U'.
