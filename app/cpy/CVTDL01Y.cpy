      ******************************************************************
      * Copybook:    CVTDL01Y
      * Purpose:     Transaction history download log record layout
      *              (TXNDLLOG / TDL_REQUEST_ID) - one row for every
      *              CSV/OFX history download request COTHD01A
      *              answers, refused or served: who asked, for which
      *              account and card, the posting-date range and
      *              format asked for, how many transactions went out
      *              and the response code given. Never updated.
      ******************************************************************
       01  TXN-DOWNLOAD-LOG-RECORD.
           05  TDL-REQUEST-ID                    PIC S9(18) COMP-3.
      * 'NOUSERID' when the caller did not identify the user.
           05  TDL-USER-ID                       PIC X(08).
           05  TDL-ACCT-ID                       PIC S9(11) COMP-3.
      * Spaces when every card on the account was asked for.
           05  TDL-CARD-NUM                      PIC X(16).
           05  TDL-FROM-DATE                     PIC X(10).
           05  TDL-TO-DATE                       PIC X(10).
           05  TDL-FORMAT                        PIC X(03).
               88  TDL-FORMAT-CSV                VALUE 'CSV'.
               88  TDL-FORMAT-OFX                VALUE 'OFX'.
      * 'Y' on the first page of a download, 'N' on a continuation
      * page fetched with the resume key.
           05  TDL-FIRST-PAGE                    PIC X(01).
           05  TDL-TRAN-COUNT                    PIC S9(04) COMP.
           05  TDL-RESP-CODE                     PIC S9(04) COMP.
           05  TDL-REQUEST-TS                    PIC X(26).
