      ******************************************************************
      * Copybook:    CSUTLIWY
      * Purpose:     Working-storage fields for generic customer-
      *              language text procedure logic (paired with
      *              procedure copybook CSUTLIPL). The caller names
      *              the document, line and customer language, gives
      *              the built-in English and Spanish wording and up
      *              to four substitution values (&1 - &4); the
      *              finished line comes back in WS-LTXT-OUT.
      ******************************************************************
      * Inputs
           10  WS-LTXT-DOC-CD                    PIC X(08).
           10  WS-LTXT-LINE-NO                   PIC S9(09) COMP.
      * Customer language - anything but 'ES' is taken as English.
           10  WS-LTXT-LANG-CD                   PIC X(02).
               88  LTXT-LANG-SPANISH              VALUE 'ES'.
               88  LTXT-LANG-ENGLISH              VALUE 'EN'.
           10  WS-LTXT-DFLT-EN                   PIC X(100).
           10  WS-LTXT-DFLT-ES                   PIC X(100).
           10  WS-LTXT-ARG                       OCCURS 4 TIMES
                                                  PIC X(60).
      * Outputs - the line, its length to the last character placed,
      * and the language it actually came out in.
           10  WS-LTXT-OUT                       PIC X(132).
           10  WS-LTXT-OUT-LEN                   PIC S9(04) COMP.
           10  WS-LTXT-OUT-LANG                  PIC X(02).
      * Pieces produced by language - WRITE-LANG-PIECES keeps them on
      * LANGPIECE under WS-LTXT-JOB-NAME and WS-LTXT-RUN-DATE for
      * the language control report (CBACT81A).
           10  WS-LTXT-JOB-NAME                  PIC X(08).
           10  WS-LTXT-RUN-DATE                  PIC X(10).
           10  WS-LTXT-PIECES-EN                 PIC S9(09) COMP-3
                                                  VALUE ZEROS.
           10  WS-LTXT-PIECES-ES                 PIC S9(09) COMP-3
                                                  VALUE ZEROS.
      * LANGTEXT rows, read once per document on first use.
           10  WS-LTXT-DOCS-LOADED               PIC S9(04) COMP
                                                  VALUE ZEROS.
           10  WS-LTXT-DOC-LOADED                OCCURS 10 TIMES
                                                  PIC X(08).
           10  WS-LTXT-CACHE-CNT                 PIC S9(04) COMP
                                                  VALUE ZEROS.
           10  WS-LTXT-CACHE                     OCCURS 300 TIMES.
               15  WS-LTXT-C-DOC-CD              PIC X(08).
               15  WS-LTXT-C-LANG-CD             PIC X(02).
               15  WS-LTXT-C-LINE-NO             PIC S9(09) COMP.
               15  WS-LTXT-C-TEXT                PIC X(100).
      * Host variables
           10  WS-LTXT-H-LANG-CD                 PIC X(02).
           10  WS-LTXT-H-LINE-NO                 PIC S9(09) COMP.
           10  WS-LTXT-H-TEXT                    PIC X(100).
           10  WS-LTXT-H-PIECES                  PIC S9(09) COMP-3.
           10  WS-LTXT-SQL-STATUS                PIC S9(09) COMP.
      * Work fields
           10  WS-LTXT-TEMPLATE                  PIC X(100).
           10  WS-LTXT-FIND-LANG                 PIC X(02).
           10  WS-LTXT-TPL-LEN                   PIC S9(04) COMP.
           10  WS-LTXT-ARG-LEN                   PIC S9(04) COMP.
           10  WS-LTXT-ARG-NO                    PIC 9(01).
           10  WS-LTXT-IX                        PIC S9(04) COMP.
           10  WS-LTXT-CX                        PIC S9(04) COMP.
           10  WS-LTXT-ROOM                      PIC S9(04) COMP.
           10  WS-LTXT-FOUND-FLAG                PIC X(01).
               88  LTXT-FOUND                     VALUE 'Y'.
               88  LTXT-NOT-FOUND                 VALUE 'N'.
           10  WS-LTXT-EOF-FLAG                  PIC X(01).
               88  LTXT-CURSOR-EOF                VALUE 'Y'.
               88  LTXT-CURSOR-NOT-EOF            VALUE 'N'.
