      * delivery preference reverts to print and a CSR follow-up
      * item opens.
           05  CUST-EBOUNCE-CNT                  PIC S9(04) COMP.
      * Language for statements, letters and alerts - captured by
      * COCUSADA/COCUSUPA. Anything but Spanish renders in English,
      * and text missing in Spanish falls back to the English
      * wording (CSUTLIPL).
           05  CUST-LANG-PREF                    PIC X(02).
               88  CUST-LANG-ENGLISH             VALUE 'EN'.
               88  CUST-LANG-SPANISH             VALUE 'ES'.
      * Marketing opt-out - captured by COCUSUPA. An opted-out
      * customer is never selected for a prescreened offer mailing
      * (CBMKT01A); courtesy alerts are governed separately by
      * CUST-NOTIFY-OPTOUT-IND.
           05  CUST-MKTG-OPTOUT-IND              PIC X(01).
               88  CUST-MKTG-OPTED-OUT           VALUE 'Y'.
               88  CUST-MKTG-NOT-OPTED-OUT       VALUE 'N'.
      * Business date the customer's identity data was anonymized
      * (CBERS01A) - spaces while it is held. The row, its keys and
      * all financial history stay; names, contact data, SSN, DOB and
      * government ID are overwritten with placeholders.
           05  CUST-ERASED-DATE                  PIC X(10).
