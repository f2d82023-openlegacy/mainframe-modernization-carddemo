      ******************************************************************
      * Copybook:    CVZIP01Y
      * Purpose:     Postal ZIP reference record layout (ZIPREF /
      *              ZIP_CODE + ZIP_CITY_NAME) - one row per city name
      *              the postal service accepts for a 5-digit ZIP, with
      *              the state the ZIP belongs to. Loaded from the
      *              postal city-state file by CBZIP01A; a row the
      *              latest load did not carry is removed at the end
      *              of that load. Read by the shared address check
      *              (CSUTLZPL) in COCUSADA and COCUSUPA and by the
      *              nightly address data-quality run CBZIP02A.
      ******************************************************************
       01  ZIP-REFERENCE-RECORD.
           05  ZIP-CODE                          PIC X(05).
           05  ZIP-CITY-NAME                     PIC X(50).
           05  ZIP-STATE-CD                      PIC X(02).
      * P - the postal service's preferred name for the ZIP;
      * A - another name it accepts for mail to that ZIP
           05  ZIP-CITY-TYPE                     PIC X(01).
               88  ZIP-CITY-PREFERRED            VALUE 'P'.
               88  ZIP-CITY-ACCEPTABLE           VALUE 'A'.
           05  ZIP-LOAD-DATE                     PIC X(10).
