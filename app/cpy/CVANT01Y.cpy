      ******************************************************************
      * Copybook:    CVANT01Y
      * Purpose:     Account note record layout (ACCTNOTE /
      *              ANT_NOTE_ID) - the CSR memo pad. One row per note
      *              left on an account by anyone servicing it, with
      *              who left it, when and what kind of note it is.
      *              Notes are never updated or deleted - a correction
      *              is a new note. Written and listed newest first
      *              through COANT01A; the latest note is shown on the
      *              account view and the servicing workqueue screens
      *              (procedure copybook CSUTLKPL).
      ******************************************************************
       01  ACCOUNT-NOTE-RECORD.
           05  ANT-NOTE-ID                       PIC S9(18) COMP-3.
           05  ANT-ACCT-ID                       PIC S9(11) COMP-3.
           05  ANT-NOTE-TYPE                     PIC X(02).
               88  ANT-TYPE-GENERAL              VALUE 'GN'.
               88  ANT-TYPE-CUSTOMER-CONTACT     VALUE 'CT'.
               88  ANT-TYPE-PAYMENT              VALUE 'PY'.
               88  ANT-TYPE-DISPUTE              VALUE 'DS'.
               88  ANT-TYPE-FRAUD                VALUE 'FR'.
               88  ANT-TYPE-COLLECTIONS          VALUE 'CO'.
               88  ANT-TYPE-COMPLAINT            VALUE 'CP'.
               88  ANT-TYPE-ACCOUNT-MAINT        VALUE 'AM'.
               88  ANT-NOTE-TYPE-VALID           VALUES 'GN' 'CT'
                                                  'PY' 'DS' 'FR'
                                                  'CO' 'CP' 'AM'.
           05  ANT-NOTE-TEXT                     PIC X(100).
           05  ANT-USER-ID                       PIC X(08).
      * Program the note was left from (the servicing screen's
      * program name, or the notes screen itself).
           05  ANT-SOURCE-PGM                    PIC X(08).
           05  ANT-CREATE-TS                     PIC X(26).
