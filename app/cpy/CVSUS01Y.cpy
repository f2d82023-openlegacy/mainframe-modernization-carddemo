               88  SUSP-REASON-DUPLICATE         VALUE 'DUPL'.
               88  SUSP-REASON-ACCT-CHGOFF       VALUE 'CHGO'.
               88  SUSP-REASON-NO-FX-RATE        VALUE 'NOFX'.
               88  SUSP-REASON-RECUR-REVOKED     VALUE 'RVKD'.
      *        Sanctions screen hit - held for compliance (SANCHIT);
      *        reposts only once the hit is cleared
               88  SUSP-REASON-SANCTIONS         VALUE 'SANC'.
               88  SUSP-REASON-POST-ERROR        VALUE 'POST'.
           05  SUSP-STATUS                       PIC X(01).
               88  SUSP-STATUS-OPEN              VALUE 'O'.
           05  SUSP-MERCH-CITY                   PIC X(50).
           05  SUSP-MERCH-ZIP                    PIC X(10).
           05  SUSP-TRAN-DESC                    PIC X(50).
           05  SUSP-MERCH-COUNTRY-CD             PIC X(03).
      * Repost/write-off bookkeeping, maintained by COSUS01A.
           05  SUSP-REPOST-TRAN-ID               PIC X(16).
           05  SUSP-WRITEOFF-REASON              PIC X(50).
