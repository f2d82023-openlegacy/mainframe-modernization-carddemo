      ******************************************************************
      * Copybook:    CVLPC01Y
      * Purpose:     Language piece-count record layout (LANGPIECE /
      *              LPC_JOB_NAME, LPC_RUN_DATE, LPC_LANG_CD) - how
      *              many statements, letters, notices and alerts
      *              each job produced in each language for a
      *              business date, kept by WRITE-LANG-PIECES
      *              (CSUTLIPL). A rerun replaces the job's counts.
      *              Reported by the language control report CBACT81A.
      ******************************************************************
       01  LANG-PIECE-RECORD.
           05  LPC-JOB-NAME                      PIC X(08).
           05  LPC-RUN-DATE                      PIC X(10).
           05  LPC-LANG-CD                       PIC X(02).
               88  LPC-LANG-ENGLISH              VALUE 'EN'.
               88  LPC-LANG-SPANISH              VALUE 'ES'.
           05  LPC-PIECE-CNT                     PIC S9(09) COMP-3.
