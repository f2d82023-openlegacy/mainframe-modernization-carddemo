      ******************************************************************
      * Copybook:    CVLTX01Y
      * Purpose:     Customer-language text record layout (LANGTEXT /
      *              LTX_DOC_CD, LTX_LANG_CD, LTX_LINE_NO) - the
      *              wording of customer-facing documents by language:
      *              statement captions (STMT), disclosures
      *              (STMTDISC), statement messages (STMTMSG, line =
      *              MSG_ID), dunning letters (DUNLTR), adverse-action
      *              notices (AANLTR) and alerts (NOTIFY). &1 - &4
      *              mark where the document's values go. Read through
      *              CSUTLIPL, which falls back to the English wording
      *              for any line with no row in the customer's
      *              language.
      ******************************************************************
       01  LANG-TEXT-RECORD.
           05  LTX-DOC-CD                        PIC X(08).
           05  LTX-LANG-CD                       PIC X(02).
               88  LTX-LANG-ENGLISH              VALUE 'EN'.
               88  LTX-LANG-SPANISH              VALUE 'ES'.
           05  LTX-LINE-NO                       PIC 9(05).
           05  LTX-TEXT                          PIC X(100).
