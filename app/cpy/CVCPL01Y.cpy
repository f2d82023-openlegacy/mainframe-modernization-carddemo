      ******************************************************************
      * Copybook:    CVCPL01Y
      * Purpose:     Customer complaint record layout (COMPLNT /
      *              CPL_COMPLAINT_ID) - one row per complaint taken
      *              by phone, mail, e-mail, branch or regulator
      *              referral, keyed to the customer and account it
      *              is about. Logged and worked through COCPL01A /
      *              COCPL00U; the response deadline is set from the
      *              received date when the complaint is logged, and
      *              the nightly CBACT72A prints the complaints
      *              nearing it and the monthly root-cause summary by
      *              category and program area.
      ******************************************************************
       01  COMPLAINT-RECORD.
           05  CPL-COMPLAINT-ID                  PIC S9(18) COMP-3.
           05  CPL-CUST-ID                       PIC 9(09).
           05  CPL-ACCT-ID                       PIC S9(11) COMP-3.
           05  CPL-CATEGORY                      PIC X(02).
               88  CPL-CAT-BILLING               VALUE 'BL'.
               88  CPL-CAT-FEES                  VALUE 'FE'.
               88  CPL-CAT-INTEREST              VALUE 'IN'.
               88  CPL-CAT-PAYMENTS              VALUE 'PY'.
               88  CPL-CAT-DISPUTES              VALUE 'DS'.
               88  CPL-CAT-COLLECTIONS           VALUE 'CO'.
               88  CPL-CAT-FRAUD                 VALUE 'FR'.
               88  CPL-CAT-CREDIT-REPORTING      VALUE 'CR'.
               88  CPL-CAT-PRIVACY               VALUE 'PV'.
               88  CPL-CAT-SERVICE               VALUE 'SV'.
               88  CPL-CAT-OTHER                 VALUE 'OT'.
               88  CPL-CATEGORY-VALID            VALUES 'BL' 'FE'
                                                  'IN' 'PY' 'DS'
                                                  'CO' 'FR' 'CR'
                                                  'PV' 'SV' 'OT'.
      * The account's product (ACCT_GROUP_ID) when the complaint
      * was logged.
           05  CPL-PRODUCT                       PIC X(10).
           05  CPL-CHANNEL                       PIC X(01).
               88  CPL-CHANNEL-PHONE             VALUE 'P'.
               88  CPL-CHANNEL-MAIL              VALUE 'M'.
               88  CPL-CHANNEL-EMAIL             VALUE 'E'.
               88  CPL-CHANNEL-BRANCH            VALUE 'B'.
               88  CPL-CHANNEL-REGULATOR         VALUE 'R'.
               88  CPL-CHANNEL-VALID             VALUES 'P' 'M' 'E'
                                                  'B' 'R'.
           05  CPL-RECEIVED-DATE                 PIC X(10).
           05  CPL-DUE-DATE                      PIC X(10).
      * Servicing item the complaint is about, if any - a DISPUTES
      * row (link ID = DSP_DISPUTE_ID) or the account's COLLWQ row
      * (link ID = the account ID).
           05  CPL-LINK-TYPE                     PIC X(01).
               88  CPL-LINK-NONE                 VALUE ' '.
               88  CPL-LINK-DISPUTE              VALUE 'D'.
               88  CPL-LINK-COLLECTIONS          VALUE 'C'.
           05  CPL-LINK-ID                       PIC S9(18) COMP-3.
           05  CPL-DESCRIPTION                   PIC X(100).
           05  CPL-STATUS                        PIC X(01).
               88  CPL-STATUS-OPEN               VALUE 'O'.
               88  CPL-STATUS-IN-PROGRESS        VALUE 'W'.
               88  CPL-STATUS-CLOSED             VALUE 'C'.
               88  CPL-STATUS-WORKABLE           VALUES 'O' 'W'.
      * Root cause - the program area whose process failed, set
      * when the complaint is worked or closed.
           05  CPL-PROGRAM-AREA                  PIC X(04).
               88  CPL-AREA-BILLING              VALUE 'BILL'.
               88  CPL-AREA-PAYMENTS             VALUE 'PYMT'.
               88  CPL-AREA-COLLECTIONS          VALUE 'COLL'.
               88  CPL-AREA-DISPUTES             VALUE 'DISP'.
               88  CPL-AREA-FRAUD                VALUE 'FRAU'.
               88  CPL-AREA-CARD-SERVICES        VALUE 'CARD'.
               88  CPL-AREA-AUTHORIZATIONS       VALUE 'AUTH'.
               88  CPL-AREA-CREDIT-RISK          VALUE 'RISK'.
               88  CPL-AREA-CUSTOMER-SERVICE     VALUE 'CSVC'.
               88  CPL-AREA-SYSTEMS              VALUE 'SYST'.
               88  CPL-AREA-NO-FAULT             VALUE 'NONE'.
               88  CPL-PROGRAM-AREA-VALID        VALUES 'BILL' 'PYMT'
                                                  'COLL' 'DISP'
                                                  'FRAU' 'CARD'
                                                  'AUTH' 'RISK'
                                                  'CSVC' 'SYST'
                                                  'NONE'.
           05  CPL-RESOLUTION-CD                 PIC X(01).
               88  CPL-RES-CUSTOMER-FAVOUR       VALUE 'F'.
               88  CPL-RES-PARTIAL               VALUE 'P'.
               88  CPL-RES-EXPLAINED             VALUE 'E'.
               88  CPL-RES-WITHDRAWN             VALUE 'W'.
               88  CPL-RESOLUTION-VALID          VALUES 'F' 'P' 'E'
                                                  'W'.
           05  CPL-RESOLUTION-TEXT               PIC X(100).
           05  CPL-CLOSED-DATE                   PIC X(10).
           05  CPL-TAKEN-BY-USER-ID              PIC X(08).
           05  CPL-OWNER-USER-ID                 PIC X(08).
           05  CPL-CREATE-TS                     PIC X(26).
           05  CPL-UPDATE-TS                     PIC X(26).
